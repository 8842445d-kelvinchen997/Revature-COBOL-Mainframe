       PROGRAM-ID. PGMGLJL.
      *   PROGRAM NAME: GENERAL-LEDGER JOURNAL EXTRACT
      *   INPUT: TB_PREMIUM_PAYMENTS, TB_DISBURSEMENTS,
      *       TB_GL_ACCOUNT_MAP, TB_PREMIUM_DEPOSITS, TB_LATE_CHARGES,
      *       ARI011.KELVIN.TRNING.FINAL.PS(MATPAY) AS: INMAT
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(GLJRNL) AS: OUTGLJL
      *   DESCRIPTION: PGMREV HANDED ACCOUNTING A ONE-SIDED REVENUE
      *       ITEM WITH ACCOUNT CODES FROM TB_GL_ACCOUNT_MAP -
      *       COVERING TODAY'S PREMIUM RECEIPTS, THE MATURITY PAYOUTS
      *       ON PGMMAT'S EXTRACT, AND CLAIM PAYMENTS ISSUED TODAY ON
      *       THE DISBURSEMENT LEDGER. A PREMIUM REVERSED BY PGMNSF
      *       (A RETURNED AUTOPAY DRAFT) GOES OUT AS A PREMREV PAIR -
      *       THE PREMIUM ACCOUNTS WITH DEBIT AND CREDIT SWAPPED.
      *       ADVANCE PREMIUM DEPOSITS ARE A LIABILITY UNTIL USED, SO
      *       THE DAY'S TB_PREMIUM_DEPOSITS MOVEMENTS GO OUT AS
      *       PREMDEP (TAKEN IN), DEPAPPL (APPLIED TO AN INSTALLMENT
      *       BY PGMPDEP) AND DEPRFND (REFUNDED) PAIRS, AND PGMPDEP'S
      *       OWN PAYMENT ROWS ARE LEFT OUT OF PREMIUM. A LATE-PAYMENT
      *       CHARGE COLLECTED TODAY GOES OUT AS A LATEFEE PAIR - IT
      *       CAME IN INSIDE A PREMIUM RECEIPT, SO ITS MAP ROW MOVES
      *       IT FROM PREMIUM TO FEE INCOME. THE
      *       TRAILER CARRIES THE DEBIT
      *       AND CREDIT TOTALS AND THE JOB ENDS WITH RETURN CODE 8
      *       IF THEY DISAGREE, SO AN UNBALANCED FILE IS NEVER
      *       RELEASED TO THE LEDGER.
      *    2026-08-22 KC - INITIAL VERSION
      *    2026-09-02 KC - JOURNAL REFUSED WHEN THE ACCOUNTING
      *                    PERIOD IS CLOSED (HPD-CHECK)
      *    2026-10-15 KC - PREMREV REVERSING PAIRS FOR RETURNED AUTOPAY
      *                    DRAFTS (NEGATIVE TB_PREMIUM_PAYMENTS ROWS)
      *    2026-10-15 KC - PREMDEP/DEPAPPL/DEPRFND PAIRS FROM THE
      *                    PREMIUM DEPOSIT LEDGER; PAYMENTS APPLIED
      *                    FROM DEPOSIT NO LONGER JOURNALED AS PREMIUM
      *    2026-10-15 KC - LATEFEE PAIRS FOR LATE-PAYMENT CHARGES PAID
      *                    TODAY (TB_LATE_CHARGES)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-WORK-VARS.
               10 WS-AMOUNT         PIC 9(11).
               10 WS-TRAN-TYPE      PIC X(08).
               10 WS-MAP-TYPE       PIC X(08).
               10 WS-REF-ID         PIC X(15).
           05 WS-TOTALS.
               10 WS-DR-TOTAL       PIC 9(13) VALUE ZEROES.
               10 WS-CR-TOTAL       PIC 9(13) VALUE ZEROES.
           05 WS-COUNTERS.
               10 WS-PREM-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-PREV-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-PDEP-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-LATE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-MAT-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-CLM-COUNT      PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMDEP
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATCHG
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_GLPREM CURSOR FOR
                 SELECT POL_ID, AMOUNT_PAID
                 FROM TB_PREMIUM_PAYMENTS
                 WHERE PAID_DATE = CURRENT DATE
                   AND AMOUNT_PAID > 0
                   AND PAID_BY <> 'PGMPDEP'
           END-EXEC.
      * A RETURNED DRAFT IS POSTED AS A NEGATIVE PAYMENT ROW
           EXEC SQL
               DECLARE CURSOR_GLPREV CURSOR FOR
                 SELECT POL_ID, 0 - AMOUNT_PAID
                 FROM TB_PREMIUM_PAYMENTS
                 WHERE PAID_DATE = CURRENT DATE
                   AND AMOUNT_PAID < 0
           END-EXEC.
      * APPLIED AND REFUND ROWS ARE HELD NEGATIVE ON THE LEDGER
           EXEC SQL
               DECLARE CURSOR_GLPDEP CURSOR FOR
                 SELECT POL_ID, TXN_TYPE,
                        CASE WHEN AMOUNT < 0 THEN 0 - AMOUNT
                             ELSE AMOUNT END
                 FROM TB_PREMIUM_DEPOSITS
                 WHERE TXN_DATE = CURRENT DATE
                   AND AMOUNT <> 0
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_GLLATE CURSOR FOR
                 SELECT POL_ID, CHARGE_AMT
                 FROM TB_LATE_CHARGES
                 WHERE CHARGE_STATUS = 'PAID'
                   AND STATUS_DATE = CURRENT DATE
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_GLCLM CURSOR FOR
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM 2000-PREMIUM-RECEIPTS
           PERFORM 2500-PREMIUM-REVERSALS
           PERFORM 2600-PREMIUM-DEPOSITS
           PERFORM 2700-LATE-CHARGES
           PERFORM 3000-MATURITY-PAYOUTS
           PERFORM 4000-CLAIM-PAYMENTS
           PERFORM 5000-WRITE-TRAILER
           DISPLAY 'PREMIUM RECEIPT PAIRS. : ' WS-PREM-COUNT.
       2000-PREMIUM-RECEIPTS-END. EXIT.

       2500-PREMIUM-REVERSALS.
           MOVE 'PREMREV' TO WS-TRAN-TYPE
           EXEC SQL OPEN CURSOR_GLPREV END-EXEC
           MOVE '2500-PREMIUM-REVERSALS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GLPREV INTO
                        :HV-PPY-POL-ID
                       ,:HV-PPY-AMOUNT-PAID
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE HV-PPY-POL-ID      TO WS-REF-ID
                   MOVE HV-PPY-AMOUNT-PAID TO WS-AMOUNT
                   PERFORM 6000-WRITE-JOURNAL-PAIR
                       THRU 6000-WRITE-JOURNAL-PAIR-END
                   ADD 1 TO WS-PREV-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GLPREV END-EXEC
           DISPLAY 'PREMIUM REVERSAL PAIRS : ' WS-PREV-COUNT.
       2500-PREMIUM-REVERSALS-END. EXIT.

      ******************************************************************
      * 2600-PREMIUM-DEPOSITS: ONE PAIR PER DEPOSIT LEDGER ROW DATED   *
      * TODAY, TYPED BY THE MOVEMENT - EACH HAS ITS OWN MAP ROW.       *
      ******************************************************************
       2600-PREMIUM-DEPOSITS.
           EXEC SQL OPEN CURSOR_GLPDEP END-EXEC
           MOVE '2600-PREMIUM-DEPOSITS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GLPDEP INTO
                        :HV-PDP-POL-ID
                       ,:HV-PDP-TXN-TYPE
                       ,:HV-PDP-AMOUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   EVALUATE HV-PDP-TXN-TYPE
                   WHEN 'DEPOSIT'
                       MOVE 'PREMDEP' TO WS-TRAN-TYPE
                   WHEN 'APPLIED'
                       MOVE 'DEPAPPL' TO WS-TRAN-TYPE
                   WHEN OTHER
                       MOVE 'DEPRFND' TO WS-TRAN-TYPE
                   END-EVALUATE
                   MOVE HV-PDP-POL-ID TO WS-REF-ID
                   MOVE HV-PDP-AMOUNT TO WS-AMOUNT
                   PERFORM 6000-WRITE-JOURNAL-PAIR
                       THRU 6000-WRITE-JOURNAL-PAIR-END
                   ADD 1 TO WS-PDEP-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GLPDEP END-EXEC
           DISPLAY 'PREMIUM DEPOSIT PAIRS. : ' WS-PDEP-COUNT.
       2600-PREMIUM-DEPOSITS-END. EXIT.

       2700-LATE-CHARGES.
           MOVE 'LATEFEE' TO WS-TRAN-TYPE
           EXEC SQL OPEN CURSOR_GLLATE END-EXEC
           MOVE '2700-LATE-CHARGES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GLLATE INTO
                        :HV-LCH-POL-ID
                       ,:HV-LCH-CHARGE-AMT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE HV-LCH-POL-ID     TO WS-REF-ID
                   MOVE HV-LCH-CHARGE-AMT TO WS-AMOUNT
                   PERFORM 6000-WRITE-JOURNAL-PAIR
                       THRU 6000-WRITE-JOURNAL-PAIR-END
                   ADD 1 TO WS-LATE-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GLLATE END-EXEC
           DISPLAY 'LATE CHARGE PAIRS. . . : ' WS-LATE-COUNT.
       2700-LATE-CHARGES-END. EXIT.

       3000-MATURITY-PAYOUTS.
           MOVE 'MATPAY' TO WS-TRAN-TYPE
           OPEN INPUT I-MAT-PS
      * AMOUNT IN WS-AMOUNT, ACCOUNTS FROM THE TB_GL_ACCOUNT_MAP ROW   *
      * FOR WS-TRAN-TYPE. A MISSING MAP ROW IS A SETUP ERROR - THE     *
      * ITEM IS REPORTED AND SKIPPED SO THE IMBALANCE SHOWS UP IN THE  *
      * TRAILER CHECK RATHER THAN A GUESSED ACCOUNT CODE. A PREMREV   *
      * REVERSAL USES THE PREMIUM ROW WITH THE TWO SIDES SWAPPED.      *
      ******************************************************************
       6000-WRITE-JOURNAL-PAIR.
           IF WS-TRAN-TYPE = 'PREMREV'
               MOVE 'PREMIUM'    TO WS-MAP-TYPE
           ELSE
               MOVE WS-TRAN-TYPE TO WS-MAP-TYPE
           END-IF
           MOVE WS-MAP-TYPE TO HV-GLM-TRAN-TYPE
           EXEC SQL
               SELECT DR_ACCOUNT, CR_ACCOUNT
               INTO :HV-GLM-DR-ACCOUNT, :HV-GLM-CR-ACCOUNT
           END-IF
           MOVE '6000-WRITE-JOURNAL-PAIR' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-TRAN-TYPE = 'PREMREV'
               MOVE HV-GLM-DR-ACCOUNT TO WS-MAP-TYPE
               MOVE HV-GLM-CR-ACCOUNT TO HV-GLM-DR-ACCOUNT
               MOVE WS-MAP-TYPE       TO HV-GLM-CR-ACCOUNT
           END-IF
           MOVE SPACES TO O-GLJL-REC
           MOVE 'DR' TO O-GLJL-REC-TYPE
           MOVE HV-GLM-DR-ACCOUNT TO O-GLJL-ACCOUNT
