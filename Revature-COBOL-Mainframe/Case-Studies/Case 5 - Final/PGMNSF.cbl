       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNSF.
      *   PROGRAM NAME: RETURNED AUTOPAY DRAFT (NSF) REVERSALS
      *   INPUT: JCL PARM (OPTIONAL RETURNS BEFORE SUSPENSION, 2
      *       DIGITS, DEFAULT 02),
      *       BANK DRAFT-RETURN FILE AS: INDRTN,
      *       TB_PREMIUM_SCHEDULE, TB_AUTOPAY_MANDATES
      *   OUTPUT: TB_PREMIUM_PAYMENTS, TB_PREMIUM_SCHEDULE,
      *       TB_POLICY_DETAILS, TB_DRAFT_RETURNS,
      *       TB_AUTOPAY_MANDATES
      *   DESCRIPTION: PGMAUTO POSTS A DRAFTED INSTALLMENT AS PAID THE
      *       NIGHT IT SENDS THE DRAFT. WHEN THE BANK SENDS THE DRAFT
      *       BACK (NSF, ACCOUNT CLOSED, ...) THIS UNDOES THE POSTING -
      *       A NEGATIVE TB_PREMIUM_PAYMENTS ROW AGAINST THE ORIGINAL
      *       (PGMGLJL JOURNALS IT AS A PREMREV REVERSAL), THE SCHEDULE
      *       INSTALLMENT BACK TO OPEN OR OVERDUE, PREM_PAY_DATE
      *       ROLLED BACK TO THE EARLIEST UNPAID INSTALLMENT AND THE
      *       AMOUNT BACK IN OUTSTANDING_AMNT. EACH RETURN IS KEPT IN
      *       TB_DRAFT_RETURNS, WHICH PGMCORR LETTERS THE HOLDER FROM.
      *       ONCE A MANDATE HAS HAD THE PARM NUMBER OF RETURNS SINCE
      *       IT WAS LAST STARTED IT IS SUSPENDED SO PGMAUTO STOPS
      *       DRAFTING IT. A RETURN THAT DOES NOT MATCH A PAID
      *       INSTALLMENT IS LISTED AND LEFT ALONE - WHICH ALSO MAKES
      *       A RERUN OF THE SAME FILE HARMLESS.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-DRTN-PS ASSIGN TO INDRTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRTN.
       DATA DIVISION.
       FILE SECTION.
       FD I-DRTN-PS.
       01 I-DRTN-REC.
           05 I-DRTN-FUNDING-REF  PIC X(20).
           05 FILLER              PIC X(01).
           05 I-DRTN-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 I-DRTN-AMOUNT       PIC X(07).
           05 FILLER              PIC X(01).
           05 I-DRTN-DUE-DATE     PIC X(10).
           05 FILLER              PIC X(01).
           05 I-DRTN-RETURN-CODE  PIC X(03).
           05 FILLER              PIC X(01).
           05 I-DRTN-RETURN-DATE  PIC X(10).
           05 FILLER              PIC X(15).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-DRTN            PIC 9(02).
               88 FS-DRTN-SUCC      VALUE 00.
               88 FS-DRTN-EOF       VALUE 10.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-MAX-RETURNS        PIC 9(02) VALUE 02.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-REVERSED-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-REJECT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-SUSPEND-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-REVERSED-AMT   PIC 9(11) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-AMOUNT-N       PIC 9(07).
               10 WS-NEXT-DUE-DATE  PIC X(10).
               10 WS-REJECT-REASON  PIC X(08).
               10 WS-RETURN-COUNT   PIC S9(09) USAGE COMP.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
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
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUTOP
           END-EXEC.
           EXEC SQL
               INCLUDE TBDRFRTN
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(02).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMNSF - RETURNED DRAFT REVERSALS STARTING'
           IF LK-PARM-LEN > 0
               IF (LK-PARM-TEXT IS NUMERIC) AND (LK-PARM-TEXT > '00')
                   MOVE LK-PARM-TEXT TO WS-MAX-RETURNS
               ELSE
                   DISPLAY 'INVALID PARM - RETURNS BEFORE SUSPENSION '
                       'MUST BE 01-99: ' LK-PARM-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'MANDATES SUSPENDED AFTER ' WS-MAX-RETURNS
               ' RETURNS'
      * NOTHING POSTS INTO A CLOSED ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-FILE
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN INPUT I-DRTN-PS
           IF FS-DRTN-SUCC
               DISPLAY 'OPENED DRAFT-RETURN FILE'
           ELSE
               DISPLAY 'ERROR OPENING INDRTN. EC: ' WS-FS-DRTN
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-PROCESS-FILE.
           PERFORM UNTIL FS-DRTN-EOF
               READ I-DRTN-PS
                   AT END
                       MOVE 10 TO WS-FS-DRTN
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-MATCH-ONE-RETURN
                           THRU 2100-MATCH-ONE-RETURN-END
               END-READ
           END-PERFORM
           EXEC SQL COMMIT END-EXEC.
       2000-PROCESS-FILE-END. EXIT.

      ******************************************************************
      * 2100-MATCH-ONE-RETURN: THE RETURN MUST NAME AN INSTALLMENT     *
      * THAT IS STILL PAID, FOR THE AMOUNT THAT WAS DRAFTED. ANYTHING  *
      * ELSE (ALREADY REVERSED, NEVER DRAFTED, AMOUNT DIFFERS) IS      *
      * LISTED WITH ITS REASON FOR FINANCE AND NOT TOUCHED.            *
      ******************************************************************
       2100-MATCH-ONE-RETURN.
           IF I-DRTN-AMOUNT IS NOT NUMERIC
               MOVE 'BADAMT' TO WS-REJECT-REASON
               PERFORM 2300-REJECT-RETURN
               GO TO 2100-MATCH-ONE-RETURN-END
           END-IF
           MOVE I-DRTN-AMOUNT   TO WS-AMOUNT-N
           MOVE I-DRTN-POL-ID   TO HV-SCH-POL-ID
           MOVE I-DRTN-DUE-DATE TO HV-SCH-DUE-DATE
           EXEC SQL
               SELECT DUE_SEQ, DUE_AMOUNT
               INTO :HV-SCH-DUE-SEQ, :HV-SCH-DUE-AMOUNT
               FROM TB_PREMIUM_SCHEDULE
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND DUE_DATE = DATE(:HV-SCH-DUE-DATE)
                 AND SCHED_STATUS = 'PAID'
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-NOTFND
               MOVE 'NOTPAID' TO WS-REJECT-REASON
               PERFORM 2300-REJECT-RETURN
           WHEN SQLCODE = DB2-SUCCESS
               IF HV-SCH-DUE-AMOUNT = WS-AMOUNT-N
                   PERFORM 2200-REVERSE-PAYMENT
                   PERFORM 2400-CHECK-MANDATE
                       THRU 2400-CHECK-MANDATE-END
               ELSE
                   MOVE 'AMTDIFF' TO WS-REJECT-REASON
                   PERFORM 2300-REJECT-RETURN
               END-IF
           WHEN OTHER
               MOVE '2100-MATCH-ONE-RETURN' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       2100-MATCH-ONE-RETURN-END. EXIT.

      ******************************************************************
      * 2200-REVERSE-PAYMENT: THE MIRROR OF PGMAUTO'S 2100-DRAFT-ONE - *
      * A CONTRA PAYMENT ROW FOR MINUS THE AMOUNT (THE ORIGINAL STAYS  *
      * FOR THE AUDIT TRAIL AND EVERY SUM OVER AMOUNT_PAID NETS TO     *
      * ZERO), THE INSTALLMENT REOPENED, AND THE POLICY'S NEXT DUE     *
      * DATE AND OUTSTANDING AMOUNT PUT BACK.                          *
      ******************************************************************
       2200-REVERSE-PAYMENT.
           MOVE HV-SCH-POL-ID TO HV-PPY-POL-ID
           COMPUTE HV-PPY-AMOUNT-PAID = 0 - WS-AMOUNT-N
           MOVE 'PGMNSF'      TO HV-PPY-PAID-BY
           EXEC SQL
               INSERT INTO TB_PREMIUM_PAYMENTS VALUES (
                :HV-PPY-POL-ID
               ,CURRENT DATE
               ,:HV-PPY-AMOUNT-PAID
               ,:HV-PPY-PAID-BY
               )
           END-EXEC
           MOVE '2200-REVERSE-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * AN INSTALLMENT ALREADY PAST ITS DUE DATE GOES STRAIGHT BACK TO
      * OVERDUE SO PGMLAPSE'S ARREARS COUNT SEES IT TONIGHT
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET SCHED_STATUS = CASE
                       WHEN DUE_DATE < CURRENT DATE THEN 'OVERDUE'
                       ELSE 'OPEN'
                   END
                  ,PAID_DATE    = NULL
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND DUE_SEQ = :HV-SCH-DUE-SEQ
           END-EXEC
           MOVE '2200-REVERSE-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE SPACES TO WS-NEXT-DUE-DATE
           EXEC SQL
               SELECT COALESCE(CHAR(MIN(DUE_DATE), ISO), ' ')
               INTO :WS-NEXT-DUE-DATE
               FROM TB_PREMIUM_SCHEDULE
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
           END-EXEC
           MOVE '2200-REVERSE-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE WS-NEXT-DUE-DATE TO HV-POL-PREM-PAY-DATE
           MOVE WS-AMOUNT-N      TO HV-POL-OUTSTANDING-AMNT
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET PREM_PAY_DATE = :HV-POL-PREM-PAY-DATE
                  ,OUTSTANDING_AMNT = COALESCE(OUTSTANDING_AMNT, 0)
                                    + :HV-POL-OUTSTANDING-AMNT
                  ,LAST_UPD_TS   = CURRENT TIMESTAMP
                  ,LAST_UPD_USER = 'PGMNSF'
               WHERE POL_ID = :HV-SCH-POL-ID
           END-EXEC
           MOVE '2200-REVERSE-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE I-DRTN-POL-ID      TO HV-DRT-POL-ID
           MOVE HV-SCH-DUE-SEQ     TO HV-DRT-DUE-SEQ
           MOVE I-DRTN-DUE-DATE    TO HV-DRT-DUE-DATE
           MOVE WS-AMOUNT-N        TO HV-DRT-AMOUNT
           MOVE I-DRTN-FUNDING-REF TO HV-DRT-FUNDING-REF
           MOVE I-DRTN-RETURN-CODE TO HV-DRT-RETURN-CODE
           MOVE I-DRTN-RETURN-DATE TO HV-DRT-RETURN-DATE
           EXEC SQL
               INSERT INTO TB_DRAFT_RETURNS VALUES (
                :HV-DRT-POL-ID
               ,:HV-DRT-DUE-SEQ
               ,DATE(:HV-DRT-DUE-DATE)
               ,:HV-DRT-AMOUNT
               ,:HV-DRT-FUNDING-REF
               ,:HV-DRT-RETURN-CODE
               ,DATE(:HV-DRT-RETURN-DATE)
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2200-REVERSE-PAYMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'DRAFT REVERSED (' I-DRTN-RETURN-CODE '): '
               I-DRTN-POL-ID ' DUE ' I-DRTN-DUE-DATE ' AMOUNT '
               WS-AMOUNT-N
           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-AMOUNT-N TO WS-REVERSED-AMT.
       2200-REVERSE-PAYMENT-END. EXIT.

       2300-REJECT-RETURN.
           DISPLAY 'RETURN NOT REVERSED (' WS-REJECT-REASON '): '
               I-DRTN-REC
           ADD 1 TO WS-REJECT-COUNT.
       2300-REJECT-RETURN-END. EXIT.

      ******************************************************************
      * 2400-CHECK-MANDATE: RETURNS ARE COUNTED SINCE THE MANDATE WAS  *
      * LAST STARTED, SO A HOLDER WHO RE-ENROLLS ON POL8 AFTER A       *
      * SUSPENSION STARTS AGAIN FROM NOTHING. A POLICY WITH NO ACTIVE  *
      * MANDATE (REVOKED SINCE THE DRAFT WENT OUT) IS LEFT ALONE.      *
      ******************************************************************
       2400-CHECK-MANDATE.
           MOVE ZERO TO WS-RETURN-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RETURN-COUNT
               FROM TB_DRAFT_RETURNS R
                   JOIN TB_AUTOPAY_MANDATES M
                     ON M.POL_ID = R.POL_ID
               WHERE R.POL_ID = :HV-SCH-POL-ID
                 AND M.MANDATE_STATUS = 'ACTIVE'
                 AND R.PROCESSED_DATE >= COALESCE(M.START_DATE,
                                                  R.PROCESSED_DATE)
           END-EXEC
           MOVE '2400-CHECK-MANDATE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-RETURN-COUNT < WS-MAX-RETURNS
               GO TO 2400-CHECK-MANDATE-END
           END-IF
           MOVE HV-SCH-POL-ID TO HV-APM-POL-ID
           EXEC SQL
               UPDATE TB_AUTOPAY_MANDATES
               SET MANDATE_STATUS = 'SUSPENDED'
               WHERE POL_ID = :HV-APM-POL-ID
                 AND MANDATE_STATUS = 'ACTIVE'
           END-EXEC
           MOVE '2400-CHECK-MANDATE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'AUTOPAY MANDATE SUSPENDED AFTER ' WS-RETURN-COUNT
               ' RETURNS: ' HV-APM-POL-ID
           ADD 1 TO WS-SUSPEND-COUNT.
       2400-CHECK-MANDATE-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMNSF - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'RETURNS READ FROM THE BANK : ' WS-READ-COUNT
           DISPLAY 'DRAFTS REVERSED. . . . . . : ' WS-REVERSED-COUNT
           DISPLAY 'AMOUNT REVERSED. . . . . . : ' WS-REVERSED-AMT
           DISPLAY 'RETURNS NOT REVERSED . . . : ' WS-REJECT-COUNT
           DISPLAY 'MANDATES SUSPENDED . . . . : ' WS-SUSPEND-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE I-DRTN-PS
           DISPLAY 'PGMNSF - RETURNED DRAFT REVERSALS COMPLETE'
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
                   DISPLAY 'PGMNSF - ACCOUNTING PERIOD IS CLOSED - '
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

       H010-LOG-SQL-ERROR.
           MOVE 'PGMNSF'        TO HV-ERL-PROGRAM-ID
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
