       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLAPSE.
      *   PROGRAM NAME: POLICY LAPSE SWEEP
      *   INPUT: TB_POLICY_DETAILS, TB_POLICY_VALUES,
      *       TB_POLICY_LOANS, TB_PREMIUM_SCHEDULE, TB_DEATH_CASES,
      *       TB_UW_LIMITS (DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_POLICY_DETAILS (POLICY_STATUS UPDATED), SYSOUT,
      *       TB_POLICY_LOANS, TB_PREMIUM_PAYMENTS, TB_PREMIUM_SCHEDULE
      *       (AUTOMATIC PREMIUM LOANS), TB_POLICY_VALUES (WAIVED
      *       PREMIUMS), TB_LATE_CHARGES (PAID BY A PREMIUM LOAN)
      *   DESCRIPTION: NIGHTLY BATCH SWEEP THAT FLAGS ANY POLICY WHOSE
      *       PREM_PAY_DATE HAS FALLEN BEHIND THE GRACE PERIOD AS
      *       LAPSED, SO AGENTS NO LONGER HAVE TO EYEBALL THE AGT1
      *    2026-09-02 KC - GRACE NOW COUNTS BUSINESS DAYS - THE CUTOFF
      *                    STRETCHES BY THE TB_BUSINESS_CALENDAR
      *                    NON-BUSINESS DAYS INSIDE THE WINDOW
      *    2026-10-15 KC - AUTOMATIC PREMIUM LOAN - A POLICY PAST GRACE
      *                    WHOSE CASH VALUE STILL COVERS ITS LOANS PLUS
      *                    THE OVERDUE INSTALLMENT HAS THE INSTALLMENT
      *                    PAID BY A NEW POLICY LOAN INSTEAD OF LAPSING
      *                    (2050-APL-SWEEP); PGMCORR SENDS THE LETTER
      *    2026-10-15 KC - A PREMIUM WAIVED UNDER AN APPROVED
      *                    WAIVER-OF-PREMIUM CLAIM IS CREDITED TO THE
      *                    POLICY VALUE AS IT FALLS DUE AND
      *                    PREM_PAY_DATE MOVES PAST IT, SO IT NEVER
      *                    COUNTS TOWARD A LAPSE (2040-WAIVER-SWEEP)
      *    2026-10-15 KC - A PREMIUM LOAN THAT CLEARS A BALANCE CARRYING
      *                    A LATE-PAYMENT CHARGE MARKS THE CHARGE PAID
      *    2026-10-15 KC - A POLICY WITH AN OPEN TB_DEATH_CASES CASE
      *                    (HOLDER ON THE DEATH MASTER FILE) IS NEITHER
      *                    LAPSED NOR GIVEN A PREMIUM LOAN
      *    2026-10-15 KC - A DEADLOCK OR TIMEOUT (-911/-913) ROLLS BACK
      *                    AND RETRIES THE UNIT OF WORK INSTEAD OF
      *                    ENDING THE JOB; RETRIES ARE LOGGED, COUNTED
      *                    ON TB_BATCH_RUN_CONTROL AND END THE RUN RC 4
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               10 WS-EFF-GRACE-DAYS  PIC S9(4) USAGE COMP.
           05 WS-COUNTERS.
               10 WS-LAPSED-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-APL-COUNT       PIC 9(07) VALUE ZEROES.
               10 WS-WOP-COUNT       PIC 9(07) VALUE ZEROES.
      * AUTOMATIC PREMIUM LOAN WORK AREA - ONE INSTALLMENT AT A TIME
           05 WS-APL-VARS.
               10 WS-APL-CUTOFF      PIC X(10).
               10 WS-APL-DUE         PIC S9(7)V USAGE COMP-3.
               10 WS-APL-SINCE-PD    PIC S9(9)V USAGE COMP-3.
               10 WS-APL-AVAIL       PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-APL-OWED        PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-APL-DONE-SW     PIC X(01).
               10 WS-FREQ-MONTHS     PIC S9(4) USAGE COMP.
               10 WS-GEND-LOANID     PIC X(10).
               10 WS-IDGEN-NBR       PIC 9(08).
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
               10 WS-ERR-LENGTH      PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT        PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBPRMSCH
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLVAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLLON
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBLATCHG
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
      * EVERY WAIVED INSTALLMENT NOW DUE THAT HAS NOT YET BEEN CREDITED
      * TO ITS POLICY'S VALUE - OLDEST FIRST WITHIN EACH POLICY
           EXEC SQL
               DECLARE CURSOR_WOP CURSOR FOR
                 SELECT
                    S.POL_ID
                   ,S.DUE_SEQ
                   ,COALESCE(S.DUE_AMOUNT, A.PREMIUM_AMNT)
                   ,A.PAY_FREQ
                   ,CHAR(A.POL_STRT_DATE, ISO)
                 FROM
                   TB_PREMIUM_SCHEDULE S
                   JOIN
                   TB_POLICY_DETAILS A
                   ON A.POL_ID = S.POL_ID
                 WHERE S.SCHED_STATUS = 'WAIVED'
                   AND S.PAID_DATE IS NULL
                   AND S.DUE_DATE <= CURRENT DATE
                   AND A.POLICY_STATUS NOT IN
                       ('MATURE', 'LAPSED', 'SURRENDER',
                        'PENDUW', 'DECLINED')
                 ORDER BY S.POL_ID, S.DUE_SEQ
           END-EXEC.
      * EVERY POLICY THE LAPSE UPDATE IS ABOUT TO CATCH - EACH GETS ITS
      * CHANCE AT AN AUTOMATIC PREMIUM LOAN FIRST
           EXEC SQL
               DECLARE CURSOR_APL CURSOR FOR
                 SELECT
                    POL_ID
                   ,CUST_ID
                   ,PREMIUM_AMNT
                   ,OUTSTANDING_AMNT
                   ,PAY_FREQ
                   ,CHAR(PREM_PAY_DATE, ISO)
                 FROM TB_POLICY_DETAILS
                 WHERE PREM_PAY_DATE <
                       (CURRENT DATE - :WS-EFF-GRACE-DAYS DAYS)
                   AND POLICY_STATUS NOT IN
                       ('MATURE', 'LAPSED', 'SURRENDER',
                        'PENDUW', 'DECLINED')
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_DEATH_CASES X
                        WHERE X.POL_ID = TB_POLICY_DETAILS.POL_ID
                          AND X.CASE_STATUS = 'OPEN')
                 ORDER BY POL_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2000-LAPSE-SWEEP
               PERFORM HRTY-END-UNIT
           END-PERFORM
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2100-MARK-SCHEDULE-OVERDUE
               PERFORM HRTY-END-UNIT
           END-PERFORM
           PERFORM HRUN-CLOSE-RUN
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           DISPLAY 'PGMLAPSE - POLICY LAPSE SWEEP STARTING'
           DISPLAY '   GRACE PERIOD (DAYS): ' WS-GRACE-DAYS
           PERFORM HRTY-READ-LIMITS.
       1000-INIT-END. EXIT.

      ******************************************************************
      * PGMARCH'S LAPSED BRANCH INSTEAD OF ITS MATURE BRANCH.          *
      ******************************************************************
       2000-LAPSE-SWEEP.
      * A RETRY STARTS THE COUNTS AGAIN WITH THE WORK
           MOVE ZEROES TO WS-LAPSED-COUNT WS-APL-COUNT WS-WOP-COUNT
      * THE GRACE COUNTS BUSINESS DAYS - EVERY TB_BUSINESS_CALENDAR
      * 'H' DAY INSIDE THE WINDOW STRETCHES THE CUTOFF BY ONE
           MOVE ZEROES TO WS-HOLIDAY-COUNT
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-EFF-GRACE-DAYS =
               WS-GRACE-DAYS + WS-HOLIDAY-COUNT
      * A WAIVED PREMIUM COUNTS AS PAID BEFORE ANYTHING ELSE IS JUDGED
           PERFORM 2040-WAIVER-SWEEP
      * CASH VALUE KEEPS A POLICY IN FORCE BEFORE ANYTHING LAPSES -
      * WHATEVER THE LOANS BROUGHT CURRENT NO LONGER QUALIFIES BELOW
           PERFORM 2050-APL-SWEEP
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET POLICY_STATUS = 'LAPSED'
                 AND POLICY_STATUS NOT IN
                     ('MATURE', 'LAPSED', 'SURRENDER',
                      'PENDUW', 'DECLINED')
      * A HOLDER THE DEATH MASTER FILE SAYS HAS DIED DID NOT STOP
      * PAYING - THE POLICY WAITS FOR THE CLAIM INSTEAD
                 AND NOT EXISTS
                     (SELECT 1 FROM TB_DEATH_CASES X
                      WHERE X.POL_ID = TB_POLICY_DETAILS.POL_ID
                        AND X.CASE_STATUS = 'OPEN')
           END-EXEC
           MOVE '2000-LAPSE-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE SQLERRD(3) TO WS-LAPSED-COUNT
           DISPLAY 'POLICIES LAPSED THIS RUN: ' WS-LAPSED-COUNT.
       2000-LAPSE-SWEEP-END. EXIT.

      ******************************************************************
      * 2040-WAIVER-SWEEP: A TB_PREMIUM_SCHEDULE ROW WAIVED BY AN      *
      * APPROVED WAIVER-OF-PREMIUM CLAIM (PGM 3154A) IS CREDITED TO    *
      * THE POLICY'S TB_POLICY_VALUES ACCUMULATED VALUE ON ITS DUE     *
      * DATE, EXACTLY AS IF THE HOLDER HAD PAID IT, AND ITS PAID_DATE  *
      * IS STAMPED SO IT IS NEVER CREDITED TWICE. NO PAYMENT ROW IS    *
      * WRITTEN - NO MONEY CAME IN. PREM_PAY_DATE MOVES ON ONE STEP    *
      * OF THE ELECTED CADENCE WHEN NOTHING EARLIER IS STILL UNPAID,   *
      * SO THE LAPSE AND APL SWEEPS BELOW NEVER SEE IT AS ARREARS.     *
      ******************************************************************
       2040-WAIVER-SWEEP.
           EXEC SQL OPEN CURSOR_WOP END-EXEC
           MOVE '2040-WAIVER-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_WOP INTO
                        :HV-SCH-POL-ID
                       ,:HV-SCH-DUE-SEQ
                       ,:HV-SCH-DUE-AMOUNT
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-POL-STRT-DATE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2040-WAIVER-SWEEP' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2045-CREDIT-WAIVED-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_WOP END-EXEC
           DISPLAY 'WAIVED PREMIUMS CREDITED: ' WS-WOP-COUNT.
       2040-WAIVER-SWEEP-END. EXIT.

      * A POLICY NEVER CREDITED BY PGMCRDT GETS ITS FIRST VALUES ROW
      * STRUCK THE DAY BEFORE IT STARTED, SO EVERY PREMIUM IT HAS PAID
      * STILL COUNTS ON TOP OF THE WAIVED ONE
       2045-CREDIT-WAIVED-ROW.
           PERFORM 2065-SET-FREQ-MONTHS
           MOVE HV-SCH-POL-ID     TO HV-PVL-POL-ID
           MOVE HV-SCH-DUE-AMOUNT TO HV-PVL-ACCUM-VALUE
           EXEC SQL
               UPDATE TB_POLICY_VALUES
               SET ACCUM_VALUE = ACCUM_VALUE + :HV-PVL-ACCUM-VALUE
               WHERE POL_ID = :HV-PVL-POL-ID
           END-EXEC
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TB_POLICY_VALUES VALUES (
                    :HV-PVL-POL-ID
                   ,:HV-PVL-ACCUM-VALUE
                   ,DATE(:HV-POL-POL-STRT-DATE) - 1 DAY
                   )
               END-EXEC
           END-IF
           MOVE '2045-CREDIT-WAIVED-ROW' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET PAID_DATE = CURRENT DATE
               WHERE POL_ID  = :HV-SCH-POL-ID
                 AND DUE_SEQ = :HV-SCH-DUE-SEQ
           END-EXEC
           MOVE '2045-CREDIT-WAIVED-ROW' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET PREM_PAY_DATE    =
                       PREM_PAY_DATE + :WS-FREQ-MONTHS MONTHS
                  ,OUTSTANDING_AMNT = 0
                  ,LAST_UPD_TS      = CURRENT TIMESTAMP
                  ,LAST_UPD_USER    = 'PGMLAPSE'
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM TB_PREMIUM_SCHEDULE S
                      WHERE S.POL_ID  = :HV-SCH-POL-ID
                        AND S.DUE_SEQ < :HV-SCH-DUE-SEQ
                        AND S.SCHED_STATUS IN ('OPEN', 'OVERDUE'))
           END-EXEC
           IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
               MOVE '2045-CREDIT-WAIVED-ROW' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
      * A NOT-FOUND ABOVE MUST NOT END THE CURSOR LOOP EARLY
           MOVE ZERO TO SQLCODE
           ADD 1 TO WS-WOP-COUNT.
       2045-CREDIT-WAIVED-ROW-END. EXIT.

      ******************************************************************
      * 2050-APL-SWEEP: AUTOMATIC PREMIUM LOAN. A POLICY PAST GRACE IS *
      * NOT LAPSED WHILE ITS CASH VALUE CAN STILL CARRY IT - EACH      *
      * OVERDUE INSTALLMENT IS PAID BY A NEW TB_POLICY_LOANS LOAN      *
      * (2070), ONE INSTALLMENT AT A TIME, UNTIL THE POLICY IS BACK    *
      * INSIDE GRACE OR THE NEXT LOAN WOULD PUSH THE OUTSTANDING LOANS *
      * PLUS ACCRUED INTEREST PAST THE AVAILABLE VALUE. A POLICY LEFT  *
      * BEHIND AT THAT POINT LAPSES IN THE UPDATE THAT FOLLOWS.        *
      ******************************************************************
       2050-APL-SWEEP.
           EXEC SQL
               SELECT CHAR(CURRENT DATE - :WS-EFF-GRACE-DAYS DAYS, ISO)
               INTO :WS-APL-CUTOFF
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '2050-APL-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL OPEN CURSOR_APL END-EXEC
           MOVE '2050-APL-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_APL INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-CUST-ID
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-OUTSTANDING-AMNT
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-PREM-PAY-DATE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2050-APL-SWEEP' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2060-APL-ONE-POLICY
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_APL END-EXEC
           DISPLAY 'INSTALLMENTS PAID BY PREMIUM LOAN: ' WS-APL-COUNT.
       2050-APL-SWEEP-END. EXIT.

       2060-APL-ONE-POLICY.
           PERFORM 2065-SET-FREQ-MONTHS
           MOVE 'N' TO WS-APL-DONE-SW
           PERFORM 2070-APL-ONE-INSTALLMENT
               THRU 2070-APL-ONE-INSTALLMENT-END
               UNTIL WS-APL-DONE-SW = 'Y' OR UOW-BACKED-OUT
      * A NOT-FOUND INSIDE MUST NOT END THE CURSOR LOOP EARLY
           MOVE ZERO TO SQLCODE.
       2060-APL-ONE-POLICY-END. EXIT.

       2065-SET-FREQ-MONTHS.
           EVALUATE HV-POL-PAY-FREQ
           WHEN 'A'
               MOVE 12 TO WS-FREQ-MONTHS
           WHEN 'S'
               MOVE 06 TO WS-FREQ-MONTHS
           WHEN 'Q'
               MOVE 03 TO WS-FREQ-MONTHS
           WHEN OTHER
               MOVE 01 TO WS-FREQ-MONTHS
           END-EVALUATE.
       2065-SET-FREQ-MONTHS-END. EXIT.

      ******************************************************************
      * 2070-APL-ONE-INSTALLMENT: THE INSTALLMENT DUE IS A PARTIAL     *
      * PAYMENT'S REMAINDER IN OUTSTANDING_AMNT, ELSE THE EARLIEST     *
      * UNPAID SCHEDULE ROW, ELSE THE MONTHLY PREMIUM - SAME ORDER AS  *
      * THE POL1 PAYMENT SCREEN. THE AVAILABLE VALUE IS THE PGMCRDT    *
      * CASH VALUE PLUS PREMIUMS PAID SINCE THE LAST CREDIT (THE FLAT  *
      * PREMIUM SUM FOR A POLICY NEVER CREDITED). THE LOAN IS POSTED   *
      * AS A PAYMENT BY 'PGMLAPSE', THE SCHEDULE ROW GOES PAID, AND    *
      * PREM_PAY_DATE MOVES ON ONE STEP OF THE ELECTED CADENCE FROM    *
      * THE DATE THAT WAS DUE.                                         *
      ******************************************************************
       2070-APL-ONE-INSTALLMENT.
           IF HV-POL-PREM-PAY-DATE NOT < WS-APL-CUTOFF
               MOVE 'Y' TO WS-APL-DONE-SW
               GO TO 2070-APL-ONE-INSTALLMENT-END
           END-IF
           IF HV-POL-OUTSTANDING-AMNT > 0
               MOVE HV-POL-OUTSTANDING-AMNT TO WS-APL-DUE
           ELSE
               MOVE HV-POL-POL-ID TO HV-SCH-POL-ID
               EXEC SQL
                   SELECT DUE_AMOUNT INTO :HV-SCH-DUE-AMOUNT
                   FROM TB_PREMIUM_SCHEDULE
                   WHERE POL_ID = :HV-SCH-POL-ID
                     AND SCHED_STATUS IN ('OPEN', 'OVERDUE')
                   ORDER BY DUE_SEQ
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-SCH-DUE-AMOUNT TO WS-APL-DUE
               ELSE
                   MOVE HV-POL-PREMIUM-AMNT TO WS-APL-DUE
               END-IF
           END-IF
      * THE AVAILABLE VALUE
           MOVE HV-POL-POL-ID TO HV-PVL-POL-ID
           EXEC SQL
               SELECT ACCUM_VALUE, LAST_CREDIT_DATE
               INTO :HV-PVL-ACCUM-VALUE, :HV-PVL-LAST-CRD-DT
               FROM TB_POLICY_VALUES
               WHERE POL_ID = :HV-PVL-POL-ID
           END-EXEC
           MOVE ZEROES TO WS-APL-SINCE-PD
           IF SQLCODE = 100
               MOVE ZEROES TO HV-PVL-ACCUM-VALUE
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT_PAID), 0)
                   INTO :WS-APL-SINCE-PD
                   FROM TB_PREMIUM_PAYMENTS
                   WHERE POL_ID = :HV-PVL-POL-ID
               END-EXEC
           ELSE
               MOVE '2070-APL-ONE-INSTALLMENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT_PAID), 0)
                   INTO :WS-APL-SINCE-PD
                   FROM TB_PREMIUM_PAYMENTS
                   WHERE POL_ID = :HV-PVL-POL-ID
                     AND PAID_DATE > :HV-PVL-LAST-CRD-DT
               END-EXEC
           END-IF
           MOVE '2070-APL-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-APL-AVAIL = HV-PVL-ACCUM-VALUE + WS-APL-SINCE-PD
      * WHAT IS ALREADY OUT ON LOAN, INTEREST INCLUDED
           MOVE ZEROES TO WS-APL-OWED
           MOVE HV-POL-POL-ID TO HV-LON-POL-ID
           EXEC SQL
               SELECT COALESCE(SUM(PRINCIPAL + ACCRUED_INT), 0)
               INTO :WS-APL-OWED
               FROM TB_POLICY_LOANS
               WHERE POL_ID = :HV-LON-POL-ID
                 AND LOAN_STATUS = 'ACTIVE'
           END-EXEC
           MOVE '2070-APL-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF (WS-APL-OWED + WS-APL-DUE) > WS-APL-AVAIL
               DISPLAY 'NO VALUE LEFT FOR A PREMIUM LOAN - LAPSING: '
                   HV-POL-POL-ID
               MOVE 'Y' TO WS-APL-DONE-SW
               GO TO 2070-APL-ONE-INSTALLMENT-END
           END-IF
           PERFORM 2080-POST-PREMIUM-LOAN
           ADD 1 TO WS-APL-COUNT.
       2070-APL-ONE-INSTALLMENT-END. EXIT.

       2080-POST-PREMIUM-LOAN.
      * THE LOAN ID COMES FROM THE NUMBER-CONTROL TABLE ('LOAN' ROW),
      * THE SAME SERIES THE POL6 SCREEN DRAWS ON
           MOVE 'LOAN' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO WS-GEND-LOANID
           END-STRING
           MOVE WS-GEND-LOANID TO HV-LON-LOAN-ID
           MOVE HV-POL-POL-ID  TO HV-LON-POL-ID
           MOVE HV-POL-CUST-ID TO HV-LON-CUST-ID
           MOVE WS-APL-DUE     TO HV-LON-PRINCIPAL
           MOVE ZEROES         TO HV-LON-ACCRUED-INT
           EXEC SQL
               INSERT INTO TB_POLICY_LOANS VALUES (
                :HV-LON-LOAN-ID
               ,:HV-LON-POL-ID
               ,:HV-LON-CUST-ID
               ,:HV-LON-PRINCIPAL
               ,:HV-LON-ACCRUED-INT
               ,'ACTIVE'
               ,CURRENT DATE
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * THE LOAN PAYS THE PREMIUM - IT IS POSTED LIKE ANY RECEIPT
           MOVE HV-POL-POL-ID  TO HV-PPY-POL-ID
           MOVE WS-APL-DUE     TO HV-PPY-AMOUNT-PAID
           MOVE 'PGMLAPSE'     TO HV-PPY-PAID-BY
           EXEC SQL
               INSERT INTO TB_PREMIUM_PAYMENTS VALUES (
                :HV-PPY-POL-ID
               ,CURRENT DATE
               ,:HV-PPY-AMOUNT-PAID
               ,:HV-PPY-PAID-BY
               )
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * A POLICY BOUND BEFORE THE SCHEDULE TABLE HAS NO ROW (SQLCODE
      * 100), WHICH IS FINE
           MOVE HV-POL-POL-ID TO HV-SCH-POL-ID
           EXEC SQL
               UPDATE TB_PREMIUM_SCHEDULE
               SET SCHED_STATUS = 'PAID'
                  ,PAID_DATE    = CURRENT DATE
               WHERE POL_ID = :HV-SCH-POL-ID
                 AND DUE_SEQ =
                     (SELECT MIN(DUE_SEQ)
                      FROM TB_PREMIUM_SCHEDULE
                      WHERE POL_ID = :HV-SCH-POL-ID
                        AND SCHED_STATUS IN ('OPEN', 'OVERDUE'))
           END-EXEC
           IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
               MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
      * THE LAST_UPD STAMP ON A POLICY STILL IN FORCE IS WHAT PGMCORR
      * PICKS THE APL LETTER UP FROM
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET PAID_DATE        = CURRENT DATE
                  ,PREM_PAY_DATE    =
                       PREM_PAY_DATE + :WS-FREQ-MONTHS MONTHS
                  ,OUTSTANDING_AMNT = 0
                  ,LAST_UPD_TS      = CURRENT TIMESTAMP
                  ,LAST_UPD_USER    = 'PGMLAPSE'
               WHERE POL_ID = :HV-POL-POL-ID
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * ANY LATE-PAYMENT CHARGE WAS PART OF THE BALANCE THE LOAN PAID
           MOVE HV-POL-POL-ID TO HV-LCH-POL-ID
           EXEC SQL
               UPDATE TB_LATE_CHARGES
               SET CHARGE_STATUS = 'PAID'
                  ,STATUS_DATE   = CURRENT DATE
                  ,STATUS_BY     = 'PGMLAPSE'
               WHERE POL_ID = :HV-LCH-POL-ID
                 AND CHARGE_STATUS = 'ASSESSED'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               SELECT CHAR(PREM_PAY_DATE, ISO)
               INTO :HV-POL-PREM-PAY-DATE
               FROM TB_POLICY_DETAILS
               WHERE POL_ID = :HV-POL-POL-ID
           END-EXEC
           MOVE '2080-POST-PREMIUM-LOAN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE ZEROES TO HV-POL-OUTSTANDING-AMNT
           DISPLAY 'PREMIUM LOAN ' HV-LON-LOAN-ID ' PAID '
               WS-APL-DUE ' ON POLICY ' HV-POL-POL-ID.
       2080-POST-PREMIUM-LOAN-END. EXIT.

      ******************************************************************
      * 2100-MARK-SCHEDULE-OVERDUE: THE FULL INSTALLMENT SCHEDULE      *
      * GIVES ARREARS A FIRMER FOOTING THAN THE SINGLE PREM_PAY_DATE   *
               MOVE '2100-MARK-SCHEDULE-OVERDUE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               DISPLAY 'SCHEDULE ROWS MARKED OVERDUE: ' SQLERRD(3)
           END-IF.
       2100-MARK-SCHEDULE-OVERDUE-END. EXIT.

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
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, VERIFIES ITS   *
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
                   WHERE JOB_NAME = 'PGMLAPSE'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC


       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           MOVE WS-LAPSED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMLAPSE'
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
               WHERE JOB_NAME = 'PGMLAPSE'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
