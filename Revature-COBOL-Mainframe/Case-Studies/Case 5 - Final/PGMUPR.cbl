       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMUPR.
      *   PROGRAM NAME: MONTH-END UNEARNED PREMIUM RESERVE
      *   INPUT: JCL PARM 'YYYY-MM' (THE MONTH TO VALUE, REQUIRED),
      *       TB_PREMIUM_PAYMENTS, TB_POLICY_DETAILS,
      *       TB_GL_ACCOUNT_MAP, TB_ACCT_PERIODS, TB_UPR_BALANCES
      *   OUTPUT: TB_UPR_BALANCES,
      *       ARI011.KELVIN.TRNING.FINAL.PS(UPRRPT) AS: OUTUPR,
      *       ARI011.KELVIN.TRNING.FINAL.PS(UPRJRNL) AS: OUTUPRJ
      *   DESCRIPTION: AN ANNUAL, SEMI-ANNUAL OR QUARTERLY PAYER
      *       (PAY_FREQ 'A'/'S'/'Q') PAYS FOR 12, 6 OR 3 MONTHS OF
      *       COVER AT ONCE, AND ALL OF IT WAS TREATED AS EARNED THE
      *       DAY IT ARRIVED. THIS MONTH-END JOB VALUES EVERY SUCH
      *       PAYMENT ON AN ACTIVE POLICY WHOSE COVER RUNS PAST THE
      *       LAST DAY OF THE MONTH - THE COVER STARTS ON PAID_DATE,
      *       AND THE UNEARNED PART IS THE AMOUNT TIMES THE DAYS OF
      *       COVER STILL TO COME OVER THE DAYS OF COVER BOUGHT
      *       (DAILY PRO-RATA). A PAYMENT PGMNSF HAS SINCE REVERSED
      *       IS LEFT OUT. THE RESERVE IS TOTALLED BY POL_TYPE AND
      *       CURRENCY_CODE ONTO TB_UPR_BALANCES; THE REPORT SHOWS
      *       EACH GROUP'S PRIOR MONTH-END RESERVE, THIS ONE, AND THE
      *       MOVEMENT, AND THE MOVEMENT GOES OUT AS A GLJRNL-FORMAT
      *       'UPR' PAIR FROM TB_GL_ACCOUNT_MAP (AN INCREASE DEBITS
      *       PREMIUM INCOME AND CREDITS THE RESERVE; A RELEASE IS THE
      *       SAME PAIR SWAPPED). THE INSURANCE COUNTERPART OF
      *       RR013A11'S TOUR REVENUE DEFERRAL. RUN ON THE MONTH'S
      *       LAST DAY, AHEAD OF PGMGLPST, SO THE MOVEMENT POSTS TO
      *       THE PERIOD IT BELONGS TO; A CLOSED PERIOD IS REFUSED.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-UPR-PS ASSIGN TO OUTUPR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-UPR.
           SELECT O-UPRJ-PS ASSIGN TO OUTUPRJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-UPRJ.
       DATA DIVISION.
       FILE SECTION.
       FD O-UPR-PS.
       01 O-UPR-REC.
           05 O-UPR-POL-TYPE      PIC X(03).
           05 FILLER              PIC X(01).
           05 O-UPR-CURRENCY      PIC X(03).
           05 FILLER              PIC X(01).
           05 O-UPR-PAY-COUNT     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-UPR-PRIOR-UPR     PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(01).
           05 O-UPR-CURR-UPR      PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(01).
           05 O-UPR-MOVEMENT      PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(26).
      * SAME LAYOUT PGMGLJL WRITES
       FD O-UPRJ-PS.
       01 O-UPRJ-REC.
           05 O-UPRJ-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-UPRJ-ACCOUNT      PIC X(08).
           05 FILLER              PIC X(01).
           05 O-UPRJ-AMOUNT       PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-UPRJ-TRAN-TYPE    PIC X(08).
           05 FILLER              PIC X(01).
           05 O-UPRJ-REF-ID       PIC X(15).
           05 FILLER              PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-UPR         PIC 9(02).
                   88 FS-UPR-SUCC   VALUE 00.
               10 WS-FS-UPRJ        PIC 9(02).
                   88 FS-UPRJ-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-MONTH-DATES.
               10 WS-MONTH-START    PIC X(10).
               10 WS-MONTH-END      PIC X(10).
               10 WS-PRIOR-VAL-DATE PIC X(10).
           05 WS-WORK-VARS.
               10 WS-DAYS-LEFT      PIC S9(09) USAGE COMP.
               10 WS-DAYS-BOUGHT    PIC S9(09) USAGE COMP.
               10 WS-PAY-AMT        PIC S9(7)V USAGE COMP-3.
               10 WS-PAY-UPR        PIC S9(9)V USAGE COMP-3.
               10 WS-CUR-UPR        PIC S9(13)V USAGE COMP-3.
               10 WS-PRIOR-UPR      PIC S9(13)V USAGE COMP-3.
               10 WS-MOVEMENT       PIC S9(13)V USAGE COMP-3.
               10 WS-AMOUNT         PIC 9(11).
               10 WS-SWAP-ACCOUNT   PIC X(08).
               10 WS-REF-ID         PIC X(15).
           05 WS-GROUP.
               10 WS-GRP-POL-TYPE   PIC X(03) VALUE SPACES.
               10 WS-GRP-CURRENCY   PIC X(03) VALUE SPACES.
               10 WS-GRP-COUNT      PIC S9(7)V USAGE COMP-3.
               10 WS-GRP-UPR        PIC S9(13)V USAGE COMP-3.
           05 WS-FIRST-SW           PIC X(01) VALUE 'Y'.
               88 WS-FIRST-ROW          VALUE 'Y'.
           05 WS-TOTALS.
               10 WS-DR-TOTAL       PIC 9(13) VALUE ZEROES.
               10 WS-CR-TOTAL       PIC 9(13) VALUE ZEROES.
               10 WS-TOT-UPR        PIC S9(13)V USAGE COMP-3 VALUE 0.
               10 WS-TOT-MOVEMENT   PIC S9(13)V USAGE COMP-3 VALUE 0.
           05 WS-COUNTERS.
               10 WS-PAY-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-GROUP-COUNT    PIC 9(05) VALUE ZEROES.
               10 WS-PAIR-COUNT     PIC 9(05) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBGLMAP
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBUPRBAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY PAYMENT FOR PREPAID COVER STILL RUNNING AT MONTH-END,
      * WITH THE DAYS OF COVER LEFT AFTER IT AND THE DAYS BOUGHT
           EXEC SQL
               DECLARE CURSOR_UPR CURSOR FOR
                 SELECT
                    X.POL_TYPE
                   ,X.CURRENCY_CODE
                   ,X.AMOUNT_PAID
                   ,DAYS(X.COVER_END) - DAYS(DATE(:WS-MONTH-END))
                   ,DAYS(X.COVER_END) - DAYS(X.PAID_DATE)
                 FROM
                   (SELECT
                       A.POL_TYPE
                      ,COALESCE(A.CURRENCY_CODE, ' ') AS CURRENCY_CODE
                      ,P.AMOUNT_PAID
                      ,P.PAID_DATE
                      ,P.PAID_DATE +
                         (CASE A.PAY_FREQ
                          WHEN 'A' THEN 12
                          WHEN 'S' THEN 6
                          ELSE 3 END) MONTHS AS COVER_END
                    FROM
                      TB_PREMIUM_PAYMENTS P
                      JOIN TB_POLICY_DETAILS A
                        ON A.POL_ID = P.POL_ID
                    WHERE A.POLICY_STATUS = 'ACTIVE'
                      AND A.PAY_FREQ IN ('A', 'S', 'Q')
                      AND P.AMOUNT_PAID > 0
                      AND P.PAID_DATE <= DATE(:WS-MONTH-END)
                      AND NOT EXISTS
                          (SELECT 1 FROM TB_PREMIUM_PAYMENTS R
                           WHERE R.POL_ID      = P.POL_ID
                             AND R.PAID_BY     = 'PGMNSF'
                             AND R.AMOUNT_PAID = 0 - P.AMOUNT_PAID
                             AND R.PAID_DATE  >= P.PAID_DATE)) AS X
                 WHERE X.COVER_END > DATE(:WS-MONTH-END)
                 ORDER BY 1, 2
           END-EXEC.
      * THIS MONTH-END'S RESERVE BESIDE THE PRIOR ONE, PER GROUP - A
      * GROUP THAT HAS RUN OFF STILL SHOWS, WITH THIS MONTH AT ZERO
           EXEC SQL
               DECLARE CURSOR_UPRMV CURSOR FOR
                 SELECT
                    POL_TYPE
                   ,CURRENCY_CODE
                   ,SUM(CASE WHEN VAL_DATE = DATE(:WS-MONTH-END)
                             THEN PAYMENT_COUNT ELSE 0 END)
                   ,SUM(CASE WHEN VAL_DATE = DATE(:WS-MONTH-END)
                             THEN UPR_AMT ELSE 0 END)
                   ,SUM(CASE WHEN VAL_DATE = DATE(:WS-MONTH-END)
                             THEN 0 ELSE UPR_AMT END)
                 FROM TB_UPR_BALANCES
                 WHERE VAL_DATE = DATE(:WS-MONTH-END)
                    OR VAL_DATE = DATE(:WS-PRIOR-VAL-DATE)
                 GROUP BY POL_TYPE, CURRENCY_CODE
                 ORDER BY POL_TYPE, CURRENCY_CODE
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-MONTH  PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMUPR - UNEARNED PREMIUM RESERVE STARTING'
           IF (LK-PARM-LEN = 0)
               OR (LK-PARM-MONTH(1:4) IS NOT NUMERIC)
               OR (LK-PARM-MONTH(6:2) IS NOT NUMERIC)
               DISPLAY 'PGMUPR - PARM YYYY-MM REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING LK-PARM-MONTH(1:7) DELIMITED BY SIZE
                  '-01'              DELIMITED BY SIZE
                  INTO WS-MONTH-START
           END-STRING
           PERFORM 1000-INIT
           PERFORM 2000-VALUE-PAYMENTS
           PERFORM 3000-REPORT-AND-JOURNAL
           PERFORM 4000-WRITE-TRAILER
           EXEC SQL COMMIT END-EXEC
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           EXEC SQL
               SELECT CHAR(DATE(:WS-MONTH-START) + 1 MONTH - 1 DAY,
                           ISO)
               INTO :WS-MONTH-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'VALUATION DATE: ' WS-MONTH-END
           PERFORM HPD-CHECK-PERIOD
      * THE RESERVE LIVES ON ITS OWN MAP ROW - WITHOUT IT THERE IS NO
      * ACCOUNT TO JOURNAL THE MOVEMENT TO, SO NOTHING IS WRITTEN
           MOVE 'UPR' TO HV-GLM-TRAN-TYPE
           EXEC SQL
               SELECT DR_ACCOUNT, CR_ACCOUNT
               INTO :HV-GLM-DR-ACCOUNT, :HV-GLM-CR-ACCOUNT
               FROM TB_GL_ACCOUNT_MAP
               WHERE TRAN_TYPE = :HV-GLM-TRAN-TYPE
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'NO CHART-OF-ACCOUNTS MAP FOR UPR - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(VAL_DATE), ISO), '0001-01-01')
               INTO :WS-PRIOR-VAL-DATE
               FROM TB_UPR_BALANCES
               WHERE VAL_DATE < DATE(:WS-MONTH-END)
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'PRIOR VALUATION DATE: ' WS-PRIOR-VAL-DATE
           OPEN OUTPUT O-UPR-PS
           IF FS-UPR-SUCC
               DISPLAY 'OPENED UPR REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTUPR. EC: ' WS-FS-UPR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT O-UPRJ-PS
           IF FS-UPRJ-SUCC
               DISPLAY 'OPENED UPR JOURNAL'
           ELSE
               DISPLAY 'ERROR OPENING OUTUPRJ. EC: ' WS-FS-UPRJ
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
      * A RERUN FOR THE SAME MONTH REPLACES ITS ROWS
           EXEC SQL
               DELETE FROM TB_UPR_BALANCES
               WHERE VAL_DATE = DATE(:WS-MONTH-END)
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-VALUE-PAYMENTS: DAILY PRO-RATA PER PAYMENT, ROUNDED TO    *
      * THE WHOLE UNIT LIKE EVERY MONEY COLUMN, TOTALLED ON A CONTROL  *
      * BREAK OF POL_TYPE / CURRENCY_CODE INTO TB_UPR_BALANCES.        *
      ******************************************************************
       2000-VALUE-PAYMENTS.
           EXEC SQL OPEN CURSOR_UPR END-EXEC
           MOVE '2000-VALUE-PAYMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_UPR INTO
                        :HV-POL-POL-TYPE
                       ,:HV-POL-CURRENCY-CODE
                       ,:WS-PAY-AMT
                       ,:WS-DAYS-LEFT
                       ,:WS-DAYS-BOUGHT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-VALUE-PAYMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-VALUE-ONE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_UPR END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM 2200-SAVE-GROUP
           END-IF.
       2000-VALUE-PAYMENTS-END. EXIT.

       2100-VALUE-ONE.
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 2150-START-GROUP
           ELSE
               IF (HV-POL-POL-TYPE NOT = WS-GRP-POL-TYPE) OR
                  (HV-POL-CURRENCY-CODE NOT = WS-GRP-CURRENCY)
                   PERFORM 2200-SAVE-GROUP
                   PERFORM 2150-START-GROUP
               END-IF
           END-IF
           IF WS-DAYS-BOUGHT > 0
               COMPUTE WS-PAY-UPR ROUNDED =
                   WS-PAY-AMT * WS-DAYS-LEFT / WS-DAYS-BOUGHT
           ELSE
               MOVE ZEROES TO WS-PAY-UPR
           END-IF
           ADD 1 TO WS-GRP-COUNT
           ADD WS-PAY-UPR TO WS-GRP-UPR
           ADD 1 TO WS-PAY-COUNT.
       2100-VALUE-ONE-END. EXIT.

       2150-START-GROUP.
           MOVE HV-POL-POL-TYPE      TO WS-GRP-POL-TYPE
           MOVE HV-POL-CURRENCY-CODE TO WS-GRP-CURRENCY
           MOVE ZEROES TO WS-GRP-COUNT
           MOVE ZEROES TO WS-GRP-UPR.
       2150-START-GROUP-END. EXIT.

       2200-SAVE-GROUP.
           MOVE WS-MONTH-END    TO HV-UPR-VAL-DATE
           MOVE WS-GRP-POL-TYPE TO HV-UPR-POL-TYPE
           MOVE WS-GRP-CURRENCY TO HV-UPR-CURRENCY-CODE
           MOVE WS-GRP-COUNT    TO HV-UPR-PAYMENT-COUNT
           MOVE WS-GRP-UPR      TO HV-UPR-UPR-AMT
           EXEC SQL
               INSERT INTO TB_UPR_BALANCES VALUES (
                :HV-UPR-VAL-DATE
               ,:HV-UPR-POL-TYPE
               ,:HV-UPR-CURRENCY-CODE
               ,:HV-UPR-PAYMENT-COUNT
               ,:HV-UPR-UPR-AMT
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2200-SAVE-GROUP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-GROUP-COUNT.
       2200-SAVE-GROUP-END. EXIT.

       3000-REPORT-AND-JOURNAL.
           EXEC SQL OPEN CURSOR_UPRMV END-EXEC
           MOVE '3000-REPORT-AND-JOURNAL' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_UPRMV INTO
                        :HV-UPR-POL-TYPE
                       ,:HV-UPR-CURRENCY-CODE
                       ,:HV-UPR-PAYMENT-COUNT
                       ,:WS-CUR-UPR
                       ,:WS-PRIOR-UPR
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-REPORT-AND-JOURNAL' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3100-REPORT-ONE-GROUP
                       THRU 3100-REPORT-ONE-GROUP-END
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_UPRMV END-EXEC.
       3000-REPORT-AND-JOURNAL-END. EXIT.

      ******************************************************************
      * 3100-REPORT-ONE-GROUP: A RESERVE THAT GREW DEFERS MORE PREMIUM *
      * (THE MAP ROW AS IT STANDS); ONE THAT SHRANK EARNS IT BACK (THE *
      * SAME ROW WITH DEBIT AND CREDIT SWAPPED, AS PGMGLJL'S PREMREV). *
      ******************************************************************
       3100-REPORT-ONE-GROUP.
           COMPUTE WS-MOVEMENT = WS-CUR-UPR - WS-PRIOR-UPR
           MOVE SPACES TO O-UPR-REC
           MOVE HV-UPR-POL-TYPE      TO O-UPR-POL-TYPE
           MOVE HV-UPR-CURRENCY-CODE TO O-UPR-CURRENCY
           MOVE HV-UPR-PAYMENT-COUNT TO O-UPR-PAY-COUNT
           MOVE WS-PRIOR-UPR         TO O-UPR-PRIOR-UPR
           MOVE WS-CUR-UPR           TO O-UPR-CURR-UPR
           MOVE WS-MOVEMENT          TO O-UPR-MOVEMENT
           WRITE O-UPR-REC
           ADD WS-CUR-UPR  TO WS-TOT-UPR
           ADD WS-MOVEMENT TO WS-TOT-MOVEMENT
           IF WS-MOVEMENT = 0
               GO TO 3100-REPORT-ONE-GROUP-END
           END-IF
           STRING HV-UPR-POL-TYPE      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  HV-UPR-CURRENCY-CODE DELIMITED BY SIZE
                  INTO WS-REF-ID
           END-STRING
           IF WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-AMOUNT
               PERFORM 3200-WRITE-JOURNAL-PAIR
           ELSE
               COMPUTE WS-AMOUNT = 0 - WS-MOVEMENT
               MOVE HV-GLM-DR-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE HV-GLM-CR-ACCOUNT TO HV-GLM-DR-ACCOUNT
               MOVE WS-SWAP-ACCOUNT   TO HV-GLM-CR-ACCOUNT
               PERFORM 3200-WRITE-JOURNAL-PAIR
               MOVE HV-GLM-DR-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE HV-GLM-CR-ACCOUNT TO HV-GLM-DR-ACCOUNT
               MOVE WS-SWAP-ACCOUNT   TO HV-GLM-CR-ACCOUNT
           END-IF.
       3100-REPORT-ONE-GROUP-END. EXIT.

       3200-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO O-UPRJ-REC
           MOVE 'DR' TO O-UPRJ-REC-TYPE
           MOVE HV-GLM-DR-ACCOUNT TO O-UPRJ-ACCOUNT
           MOVE WS-AMOUNT         TO O-UPRJ-AMOUNT
           MOVE 'UPR'             TO O-UPRJ-TRAN-TYPE
           MOVE WS-REF-ID         TO O-UPRJ-REF-ID
           WRITE O-UPRJ-REC
           ADD WS-AMOUNT TO WS-DR-TOTAL
           MOVE SPACES TO O-UPRJ-REC
           MOVE 'CR' TO O-UPRJ-REC-TYPE
           MOVE HV-GLM-CR-ACCOUNT TO O-UPRJ-ACCOUNT
           MOVE WS-AMOUNT         TO O-UPRJ-AMOUNT
           MOVE 'UPR'             TO O-UPRJ-TRAN-TYPE
           MOVE WS-REF-ID         TO O-UPRJ-REF-ID
           WRITE O-UPRJ-REC
           ADD WS-AMOUNT TO WS-CR-TOTAL
           ADD 1 TO WS-PAIR-COUNT.
       3200-WRITE-JOURNAL-PAIR-END. EXIT.

      ******************************************************************
      * 4000-WRITE-TRAILER: SAME RULE AS PGMGLJL - AN UNBALANCED FILE  *
      * ENDS RC=8 SO THE RELEASE STEP BEHIND IT NEVER RUNS.            *
      ******************************************************************
       4000-WRITE-TRAILER.
           MOVE SPACES TO O-UPRJ-REC
           MOVE 'TR' TO O-UPRJ-REC-TYPE
           MOVE WS-DR-TOTAL TO O-UPRJ-AMOUNT
           MOVE 'DRTOTAL'   TO O-UPRJ-TRAN-TYPE
           WRITE O-UPRJ-REC
           MOVE SPACES TO O-UPRJ-REC
           MOVE 'TR' TO O-UPRJ-REC-TYPE
           MOVE WS-CR-TOTAL TO O-UPRJ-AMOUNT
           MOVE 'CRTOTAL'   TO O-UPRJ-TRAN-TYPE
           WRITE O-UPRJ-REC
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'UPR JOURNAL OUT OF BALANCE - DR ' WS-DR-TOTAL
                   ' CR ' WS-CR-TOTAL
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'UPR JOURNAL IN BALANCE - TOTAL ' WS-DR-TOTAL
           END-IF.
       4000-WRITE-TRAILER-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMUPR - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'PAYMENTS WITH UNEARNED COVER: ' WS-PAY-COUNT
           DISPLAY 'POL_TYPE/CURRENCY GROUPS . : ' WS-GROUP-COUNT
           DISPLAY 'CLOSING UPR. . . . . . . . : ' WS-TOT-UPR
           DISPLAY 'NET UPR MOVEMENT . . . . . : ' WS-TOT-MOVEMENT
           DISPLAY 'JOURNAL PAIRS WRITTEN. . . : ' WS-PAIR-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-UPR-PS
           CLOSE O-UPRJ-PS
           DISPLAY 'PGMUPR - UNEARNED PREMIUM RESERVE COMPLETE'
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
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMUPR'        TO HV-ERL-PROGRAM-ID
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
      * HPD-CHECK-PERIOD: THE MOVEMENT BELONGS TO THE PERIOD HOLDING   *
      * THE VALUATION DATE - ONCE PGMPCLS HAS CLOSED IT, NO JOURNAL.   *
      ******************************************************************
       HPD-CHECK-PERIOD.
           EXEC SQL
               SELECT PERIOD_STATUS INTO :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE DATE(:WS-MONTH-END) BETWEEN PERIOD_START
                                             AND PERIOD_END
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-APD-STATUS = 'CLOSED'
                   DISPLAY 'PGMUPR - ACCOUNTING PERIOD IS CLOSED - '
                       'POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           WHEN SQLCODE = 100
               CONTINUE
           WHEN OTHER
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.
