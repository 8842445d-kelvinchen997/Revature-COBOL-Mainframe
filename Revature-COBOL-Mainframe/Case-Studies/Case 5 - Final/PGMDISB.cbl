      *   PROGRAM NAME: PAYOUT DISBURSEMENT LEDGER
      *   INPUT: JCL PARM (OPTIONAL 'CLEAR,DISB_ID' OR 'VOID,DISB_ID'),
      *       TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS, TB_CLAIMS,
      *       TB_POLICY_NOMINEE, TB_POLICY_ASSIGNMENTS,
      *       TB_SETTLEMENT_OPTIONS, TB_CREDIT_RATES,
      *       TB_BUSINESS_CALENDAR, TB_WITHHOLD_RULES,
      *       TB_SANCTIONS_LIST, TB_UW_LIMITS (APPROVAL THRESHOLD,
      *       DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_DISBURSEMENTS, TB_CLAIMS (CLAIM_STATUS TO 'PAID'),
      *       TB_SANCTION_HITS,
      *       TB_POLICY_ASSIGNMENTS (PAID_AMT, RELEASE_DATE),
      *       TB_SETTLEMENT_SCHEDULE, TB_SETTLEMENT_OPTIONS,
      *       TB_BATCH_RUN_CONTROL (SWEEP ONLY)
      *   DESCRIPTION: PGMMAT'S MATPAY EXTRACT WAS WHERE THE MONEY
      *       TRAIL ENDED, AND AN APPROVED CLAIM HAD NO PAYMENT PATH AT
      *       ALL. WITH NO PARM THIS SWEEPS EVERY MATURED POLICY AND
      *       EVERY APPROVED CLAIM THAT DOES NOT YET HAVE A
      *       TB_DISBURSEMENTS ROW AND ISSUES ONE - THE PAYEE IS THE
      *       POLICYHOLDER, EXCEPT A DEATH CLAIM ISSUES ONE ROW PER
      *       SURVIVING TB_POLICY_NOMINEE BENEFICIARY FOR THEIR SHARE.
      *       WITH PARM 'CLEAR,ID' OR 'VOID,ID'
      *       IT MOVES ONE ISSUED DISBURSEMENT TO CLEARED OR VOID SO
      *       FINANCE CAN TIE EVERY PAYOUT TO A CLEARED PAYMENT.
      *   MOD LOG:
      *                    AND THE PGMCRDT-ACCRUED CASH VALUE, SAME
      *                    RULE AS THE PGMMAT EXTRACT
      *                    (2150-GET-PAYOUT-VALUE)
      *    2026-10-15 KC - A DEATH CLAIM ISSUES ONE ROW PER SURVIVING
      *                    NOMINEE FOR THEIR SHARE_PCT; A NOMINEE WHO
      *                    DIED BEFORE THE POLICYHOLDER DROPS OUT AND
      *                    THE SURVIVORS SHARE PRO RATA (3130-ISSUE-NOM-
      *                    SPLIT). A CLEARED CLAIM PAYOUT ONLY CLOSES
      *                    THE RESERVE ONCE NO SIBLING ROW IS STILL OPEN
      *    2026-10-15 KC - A NOMINEE STILL UNDER 18 ON THE PAYOUT DATE
      *                    IS PAID THROUGH THEIR TB_NOMINEE_APPOINTEES
      *                    GUARDIAN; WITH NO APPOINTEE ON FILE THE ROW
      *                    WAITS ON SUPERVISOR APPROVAL (3150)
      *    2026-10-15 KC - A POLICY UNDER COLLATERAL ASSIGNMENT PAYS
      *                    THE ASSIGNEE FIRST, UP TO WHAT IT IS STILL
      *                    OWED, AND ONLY THE REMAINDER GOES TO THE
      *                    HOLDER OR NOMINEES (5100-PAY-ASSIGNEE-FIRST)
      *    2026-10-15 KC - A MATURITY WHOSE HOLDER ELECTED MONTHLY OR
      *                    ANNUAL INSTALLMENTS BUILDS A
      *                    TB_SETTLEMENT_SCHEDULE INSTEAD OF ONE LUMP
      *                    SUM (2200); EACH INSTALLMENT FALLING DUE IS
      *                    ISSUED WITH INTEREST CREDITED ON THE UNPAID
      *                    BALANCE AT THE DECLARED RATE (2500)
      *    2026-10-15 KC - A CLAIM PAYS ITS APPROVED_AMOUNT, NOT THE
      *                    AMOUNT CLAIMED
      *    2026-10-15 KC - INCOME TAX IS WITHHELD AT ISSUE PER
      *                    TB_WITHHOLD_RULES (SOURCE TYPE AND PAYEE TAX
      *                    ID STATUS) AND THE ROW CARRIES GROSS,
      *                    WITHHELD AND NET (5400-APPLY-WITHHOLDING)
      *    2026-10-15 KC - EVERY PAYEE IS SCREENED AGAINST THE
      *                    SANCTIONS WATCHLIST BEFORE ITS ROW IS
      *                    WRITTEN; A MATCH COMPLIANCE HAS NOT CLEARED
      *                    IS QUEUED ON TB_SANCTION_HITS AND THE PAYOUT
      *                    HELD 'COMPHOLD' (HSNC-SCREEN-PARTY)
      *    2026-10-15 KC - THE SWEEP REGISTERS ON TB_BATCH_RUN_CONTROL;
      *                    A DEADLOCK OR TIMEOUT (-911/-913) ROLLS BACK
      *                    AND RETRIES THE UNIT OF WORK INSTEAD OF
      *                    ENDING THE JOB; RETRIES ARE LOGGED, COUNTED
      *                    ON THE RUN ROW AND END THE RUN RC 4
      *    2026-10-15 KC - A LOAN SET OFF AGAINST A PAYOUT STOPS
      *                    ACCRUING: LAST_ACCRUAL_DATE TAKES THE
      *                    SET-OFF DATE SO PGMCDC PICKS THE CHANGE UP
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 WS-COUNTERS.
               10 WS-MAT-ISSUED     PIC 9(07) VALUE ZEROES.
               10 WS-CLM-ISSUED     PIC 9(07) VALUE ZEROES.
               10 WS-INS-ISSUED     PIC 9(07) VALUE ZEROES.
               10 WS-WH-TOTAL       PIC S9(9)V USAGE COMP-3 VALUE 0.
               10 WS-WH-UNIT-START  PIC S9(9)V USAGE COMP-3 VALUE 0.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-IDGEN-NBR          PIC 9(08).
           05 WS-CUR-DATE           PIC X(10).
           05 WS-LOAN-OUT           PIC S9(9)V9(2) USAGE COMP-3.
           05 WS-GATE-AMOUNT        PIC S9(7)V USAGE COMP-3.
           05 WS-FORCE-APPR-SW      PIC X(01) VALUE 'N'.
           05 WS-NOM-MINOR-SW       PIC X(01).
           05 WS-WH-VARS.
               10 WS-WH-PAYEE-KIND  PIC X(01) VALUE 'H'.
               10 WS-WH-TAXID       PIC X(11).
           05 WS-SPLIT-VARS.
               10 WS-NOM-CNT        PIC S9(09) COMP.
               10 WS-NOM-SEEN       PIC S9(09) COMP.
               10 WS-NOM-SHR-TOT    PIC S9(5)V USAGE COMP-3.
               10 WS-SPLIT-NET      PIC S9(7)V USAGE COMP-3.
               10 WS-SPLIT-PAID     PIC S9(7)V USAGE COMP-3.
           05 WS-ASSIGN-VARS.
               10 WS-ASG-OWED       PIC S9(7)V USAGE COMP-3.
               10 WS-ASG-PORTION    PIC S9(7)V USAGE COMP-3.
               10 WS-ASG-NET        PIC S9(7)V USAGE COMP-3.
               10 WS-ASG-SAVE-PAYEE PIC X(22).
           05 WS-PAYOUT-VARS.
               10 WS-SINCE-PAID     PIC S9(9)V USAGE COMP-3.
               10 WS-ACCR-VALUE     PIC S9(9)V9(2) USAGE COMP-3.
           05 WS-SETTLE-VARS.
               10 WS-STL-INSTALL-SW PIC X(01).
               10 WS-STL-TOTAL      PIC S9(04) COMP.
               10 WS-STL-STEP       PIC S9(04) COMP.
               10 WS-STL-SEQ        PIC S9(04) COMP.
               10 WS-STL-MONTHS     PIC S9(04) COMP.
               10 WS-STL-OPEN-CNT   PIC S9(09) COMP.
               10 WS-STL-DAYS       PIC S9(09) COMP.
               10 WS-STL-INTEREST   PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-STL-BALANCE    PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-STL-RATE       PIC S9(2)V9(2) USAGE COMP-3.
           05 WS-CAL-ROLLS          PIC 9(02).
      * SANCTIONS SCREENING - THE PARTY BEING SCREENED, THE MATCH
      * KEYS BUILT FROM ITS NAME AND THE SOUNDEX WORK AREAS
           05 WS-SNC-VARS.
               10 WS-SNC-PARTY-TYPE PIC X(03).
               10 WS-SNC-POL-ID     PIC X(10).
               10 WS-SNC-NAME       PIC X(40).
               10 WS-SNC-DOB        PIC X(10).
               10 WS-SNC-SOURCE-REF PIC X(10).
               10 WS-SNC-PRIOR-STAT PIC X(09).
               10 WS-SNC-RAISED-BY  PIC X(10).
               10 WS-SNC-BLOCK-SW   PIC X(01).
                   88 WS-SNC-BLOCKED VALUE 'Y'.
               10 WS-SNC-NEW-HITS   PIC S9(04) COMP.
               10 WS-SNC-KEY        PIC X(40).
               10 WS-SNC-FIRST-CODE PIC X(04).
               10 WS-SNC-LAST-CODE  PIC X(04).
               10 WS-SNC-FIRST-TOK  PIC X(20).
               10 WS-SNC-TOKEN      PIC X(20).
               10 WS-SNC-TOK-CNT    PIC S9(04) COMP.
               10 WS-SNC-TOK-LEN    PIC S9(04) COMP.
               10 WS-SNC-KEY-LEN    PIC S9(04) COMP.
               10 WS-SNC-IDX        PIC S9(04) COMP.
               10 WS-SNC-CHAR       PIC X(01).
               10 WS-SNC-IN-WORD-SW PIC X(01).
               10 WS-SNC-SDX-IN     PIC X(20).
               10 WS-SNC-SDX-OUT    PIC X(04).
               10 WS-SNC-SDX-LEN    PIC S9(04) COMP.
               10 WS-SNC-SDX-POS    PIC S9(04) COMP.
               10 WS-SNC-ALPHA-POS  PIC S9(04) COMP.
               10 WS-SNC-SDX-PREV   PIC X(01).
               10 WS-SNC-SDX-DIGIT  PIC X(01).
               10 WS-SNC-ENTRY-ID   PIC X(10).
               10 WS-SNC-RULE       PIC X(04).
               10 WS-SNC-HIT-NBR    PIC 9(08).
               10 WS-SNC-UPPER      PIC X(26) VALUE
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               10 WS-SNC-LOWER      PIC X(26) VALUE
                  'abcdefghijklmnopqrstuvwxyz'.
      * SOUNDEX DIGIT OF EACH LETTER, POSITION FOR POSITION WITH
      * WS-SNC-UPPER - '0' FOR THE VOWELS AND H, W, Y
               10 WS-SNC-CODES      PIC X(26) VALUE
                  '01230120022455012623010202'.
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
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMAPT
           END-EXEC.
           EXEC SQL
               INCLUDE TBDTHCAS
           END-EXEC.
           EXEC SQL
               INCLUDE TBASSIGN
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
           EXEC SQL
               INCLUDE TBSETOPT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSETSCH
           END-EXEC.
           EXEC SQL
               INCLUDE TBCRDRAT
           END-EXEC.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBRESV
           END-EXEC.
           EXEC SQL
               INCLUDE TBWHRULE
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBSANCT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSNHIT
           END-EXEC.
      * WATCHLIST ENTRIES MATCHING THE PARTY IN WS-SNC-VARS - THE SAME
      * SQUEEZED NAME, OR THE SAME SOUNDEX FIRST AND LAST WORD EITHER
      * WAY ROUND - UNLESS BOTH SIDES HAVE A DATE OF BIRTH AND THEY
      * DISAGREE. A LIST ENTRY WITH ONLY A YEAR MATCHES ON THE YEAR.
           EXEC SQL
               DECLARE CURSOR_SNCM CURSOR FOR
                 SELECT
                    ENTRY_ID
                   ,CASE WHEN MATCH_KEY = :WS-SNC-KEY
                         THEN 'NAME' ELSE 'PHON' END
                 FROM TB_SANCTIONS_LIST
                 WHERE (MATCH_KEY = :WS-SNC-KEY
                        OR (FIRST_CODE = :WS-SNC-FIRST-CODE
                            AND LAST_CODE = :WS-SNC-LAST-CODE)
                        OR (FIRST_CODE = :WS-SNC-LAST-CODE
                            AND LAST_CODE = :WS-SNC-FIRST-CODE))
                   AND (LIST_DOB = ' '
                        OR :WS-SNC-DOB = ' '
                        OR LIST_DOB = :WS-SNC-DOB
                        OR (SUBSTR(LIST_DOB, 5, 6) = ' '
                            AND SUBSTR(LIST_DOB, 1, 4) =
                                SUBSTR(:WS-SNC-DOB, 1, 4)))
                 ORDER BY ENTRY_ID
           END-EXEC.
      * EVERY MATURED POLICY WITHOUT A DISBURSEMENT ON FILE YET - THE
      * PAYOUT AMOUNT IS THE SUM ASSURED, SAME AS PGMMAT'S EXTRACT.
      * ONE ALREADY SETTLING BY INSTALLMENTS IS ON ITS SCHEDULE.
           EXEC SQL
               DECLARE CURSOR_DISBMAT CURSOR FOR
                 SELECT
                       (SELECT 1 FROM TB_DISBURSEMENTS D
                        WHERE D.SOURCE_TYPE = 'MAT'
                          AND D.REF_ID = A.POL_ID)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_SETTLEMENT_SCHEDULE S
                        WHERE S.POL_ID = A.POL_ID)
           END-EXEC.
      * EVERY SETTLEMENT INSTALLMENT DUE BY TODAY AND NOT YET ISSUED -
      * POLICY THEN SEQUENCE ORDER SO A POLICY BEHIND ON MORE THAN ONE
      * CATCHES UP OLDEST FIRST.
           EXEC SQL
               DECLARE CURSOR_DISBINS CURSOR FOR
                 SELECT
                    S.POL_ID
                   ,S.INST_SEQ
                   ,B.NAME
                   ,A.CURRENCY_CODE
                 FROM
                   TB_SETTLEMENT_SCHEDULE S
                   JOIN
                   TB_SETTLEMENT_OPTIONS O
                   ON O.POL_ID = S.POL_ID
                   JOIN
                   TB_POLICY_DETAILS A
                   ON A.POL_ID = S.POL_ID
                   JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = S.POL_ID
                 WHERE S.INST_STATUS = 'OPEN'
                   AND S.DUE_DATE <= CURRENT DATE
                   AND O.SETTLE_STATUS = 'PAYING'
                 ORDER BY S.POL_ID, S.INST_SEQ
           END-EXEC.
      * EVERY APPROVED CLAIM WITHOUT A DISBURSEMENT ON FILE YET, AT
      * THE AMOUNT THE REVIEWER APPROVED (IN FULL FOR A CLAIM DECIDED
      * BEFORE PARTIAL APPROVAL EXISTED)
           EXEC SQL
               DECLARE CURSOR_DISBCLM CURSOR FOR
                 SELECT
                    CLAIM_ID
                   ,POL_ID
                   ,CLAIM_REASON
                   ,COALESCE(APPROVED_AMOUNT, CLAIM_AMOUNT)
                   ,CLAIM_DATE
                 FROM TB_CLAIMS
                 WHERE CLAIM_STATUS = 'APPROVED'
                   AND NOT EXISTS
                        WHERE D.SOURCE_TYPE = 'CLM'
                          AND D.REF_ID = CLAIM_ID)
           END-EXEC.
      * THE NOMINEES WHO OUTLIVED THE HOLDER FOR ONE DEATH CLAIM (SAME
      * TEST AS THE 3110 COUNT) - SSN ORDER SO A RE-RUN SPLITS THE SAME
      * WAY EVERY TIME. THE LAST COLUMN FLAGS A NOMINEE STILL UNDER 18
      * TODAY.
           EXEC SQL
               DECLARE CURSOR_DISBNOM CURSOR FOR
                 SELECT
                    NOMINEE_NAME
                   ,SHARE_PCT
                   ,SSN
                   ,CASE WHEN DOB IS NOT NULL
                          AND YEAR(CURRENT DATE - DOB) < 18
                         THEN 'Y' ELSE 'N' END
                 FROM TB_POLICY_NOMINEE
                 WHERE POL_ID = :HV-NOM-POL-ID
                   AND (DATE_OF_DEATH IS NULL
                        OR DATE_OF_DEATH >= :HV-DTC-DOD)
                 ORDER BY SSN
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           PERFORM H003-SQL-HANDLER
      * NOTHING POSTS INTO A CLOSED ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM HRTY-READ-LIMITS
           IF LK-PARM-LEN > 0
               MOVE ZERO TO WS-RETRY-COUNT
               MOVE 'N' TO WS-UOW-DONE-SW
               PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
                   PERFORM HRTY-BEGIN-UNIT
                   PERFORM 4000-STATUS-MAINT THRU 4000-STATUS-MAINT-END
                   PERFORM HRTY-END-UNIT
               END-PERFORM
           ELSE
               PERFORM HRUN-OPEN-RUN
               MOVE ZERO TO WS-RETRY-COUNT
               MOVE 'N' TO WS-UOW-DONE-SW
               PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
                   PERFORM HRTY-BEGIN-UNIT
                   PERFORM 2000-ISSUE-MATURITIES
                   PERFORM HRTY-END-UNIT
               END-PERFORM
               MOVE ZERO TO WS-RETRY-COUNT
               MOVE 'N' TO WS-UOW-DONE-SW
               PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
                   PERFORM HRTY-BEGIN-UNIT
                   PERFORM 2500-ISSUE-INSTALLMENTS
                   PERFORM HRTY-END-UNIT
               END-PERFORM
               MOVE ZERO TO WS-RETRY-COUNT
               MOVE 'N' TO WS-UOW-DONE-SW
               PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
                   PERFORM HRTY-BEGIN-UNIT
                   PERFORM 3000-ISSUE-CLAIMS
                   PERFORM HRTY-END-UNIT
               END-PERFORM
               PERFORM HRUN-CLOSE-RUN
           END-IF
           DISPLAY 'TAX WITHHELD THIS RUN: ' WS-WH-TOTAL
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.
      * POLICY NOT YET ON THE LEDGER - PAYEE IS THE HOLDER.            *
      ******************************************************************
       2000-ISSUE-MATURITIES.
      * A RETRY STARTS THE UNIT'S COUNT AND TAX WITHHELD AGAIN
           IF WS-RETRY-COUNT > 0
               MOVE WS-WH-UNIT-START TO WS-WH-TOTAL
           END-IF
           MOVE WS-WH-TOTAL TO WS-WH-UNIT-START
           MOVE ZEROES TO WS-MAT-ISSUED
           EXEC SQL OPEN CURSOR_DISBMAT END-EXEC
           MOVE '2000-ISSUE-MATURITIES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_DISBMAT INTO
                        :HV-POL-POL-ID
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-ISSUE-MATURITIES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 2100-ISSUE-MAT-ROW
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DISBMAT END-EXEC
           DISPLAY 'MATURITY DISBURSEMENTS ISSUED: ' WS-MAT-ISSUED.
       2000-ISSUE-MATURITIES-END. EXIT.

           PERFORM 2150-GET-PAYOUT-VALUE
           MOVE HV-POL-CURRENCY-CODE TO HV-DSB-CURRENCY-CODE
           PERFORM 5200-NET-LOAN-BALANCE
           MOVE HV-DSB-AMOUNT TO WS-GATE-AMOUNT
           PERFORM 5100-PAY-ASSIGNEE-FIRST
               THRU 5100-PAY-ASSIGNEE-FIRST-END
      * AN INSTALLMENT ELECTION SETTLES WHAT IS LEFT AFTER THE LOAN AND
      * THE ASSIGNEE OVER ITS SCHEDULE INSTEAD OF AS ONE LUMP SUM
           PERFORM 2200-CHECK-SETTLEMENT
           IF (WS-STL-INSTALL-SW = 'Y') AND (HV-DSB-AMOUNT > 0)
               PERFORM 2300-BUILD-SETTLE-SCHEDULE
           ELSE
               IF (HV-DSB-AMOUNT > 0) OR (WS-ASG-PORTION = 0)
                   PERFORM 5000-INSERT-DISB
               END-IF
           END-IF
           ADD 1 TO WS-MAT-ISSUED.
       2100-ISSUE-MAT-ROW-END. EXIT.

       2150-GET-PAYOUT-VALUE-END. EXIT.

      ******************************************************************
      * 2200-CHECK-SETTLEMENT: WS-STL-INSTALL-SW COMES BACK 'Y' WHEN   *
      * THE HOLDER HAS A STANDING 'M' OR 'A' ELECTION ON               *
      * TB_SETTLEMENT_OPTIONS. NO ROW, OR A LUMP-SUM ('L') ROW, PAYS   *
      * THE MATURITY IN ONE DISBURSEMENT AS BEFORE.                    *
      ******************************************************************
       2200-CHECK-SETTLEMENT.
           MOVE 'N' TO WS-STL-INSTALL-SW
           MOVE HV-POL-POL-ID TO HV-STO-POL-ID
           EXEC SQL
               SELECT SETTLE_OPTION, SETTLE_YEARS
               INTO :HV-STO-SETTLE-OPTION, :HV-STO-SETTLE-YEARS
               FROM TB_SETTLEMENT_OPTIONS
               WHERE POL_ID = :HV-STO-POL-ID
                 AND SETTLE_STATUS = 'ELECTED'
                 AND SETTLE_OPTION IN ('M', 'A')
           END-EXEC
      * NOT FOUND MUST NOT LEAK OUT AS THE CALLER'S END OF CURSOR
           EVALUATE SQLCODE
           WHEN DB2-SUCCESS
               MOVE 'Y' TO WS-STL-INSTALL-SW
           WHEN DB2-NOTFND
               MOVE ZERO TO SQLCODE
           WHEN OTHER
               MOVE '2200-CHECK-SETTLEMENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       2200-CHECK-SETTLEMENT-END. EXIT.

      ******************************************************************
      * 2300-BUILD-SETTLE-SCHEDULE: ONE TB_SETTLEMENT_SCHEDULE ROW PER *
      * INSTALLMENT - SETTLE_YEARS X 12 MONTHLY OR SETTLE_YEARS ANNUAL *
      * - THE FIRST DUE TODAY AND EACH NEXT ONE A MONTH OR A YEAR ON,  *
      * ROLLED FORWARD PAST NON-BUSINESS DAYS. THE OPTIONS ROW GOES TO *
      * 'PAYING' WITH THE NET PROCEEDS AS ITS BALANCE, AND INTEREST    *
      * STARTS RUNNING FROM TODAY. 2500 ISSUES THE INSTALLMENTS.       *
      ******************************************************************
       2300-BUILD-SETTLE-SCHEDULE.
           IF HV-STO-SETTLE-OPTION = 'M'
               COMPUTE WS-STL-TOTAL = HV-STO-SETTLE-YEARS * 12
               MOVE 1  TO WS-STL-STEP
           ELSE
               MOVE HV-STO-SETTLE-YEARS TO WS-STL-TOTAL
               MOVE 12 TO WS-STL-STEP
           END-IF
           MOVE HV-POL-POL-ID TO HV-STS-POL-ID
           MOVE 1 TO WS-STL-SEQ
           PERFORM UNTIL WS-STL-SEQ > WS-STL-TOTAL
               COMPUTE WS-STL-MONTHS = (WS-STL-SEQ - 1) * WS-STL-STEP
               EXEC SQL
                   SELECT CHAR(CURRENT DATE + :WS-STL-MONTHS MONTHS,
                               ISO)
                   INTO :HV-STS-DUE-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE '2300-BUILD-SETTLE-SCHEDULE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               PERFORM 5300-ROLL-BUSINESS-DAY
               MOVE WS-STL-SEQ TO HV-STS-INST-SEQ
               EXEC SQL
                   INSERT INTO TB_SETTLEMENT_SCHEDULE VALUES (
                    :HV-STS-POL-ID
                   ,:HV-STS-INST-SEQ
                   ,:HV-STS-DUE-DATE
                   ,NULL
                   ,'OPEN'
                   ,NULL
                   )
               END-EXEC
               MOVE '2300-BUILD-SETTLE-SCHEDULE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               ADD 1 TO WS-STL-SEQ
           END-PERFORM
           MOVE HV-DSB-AMOUNT TO HV-STO-PAYOUT-BAL
           EXEC SQL
               UPDATE TB_SETTLEMENT_OPTIONS
               SET SETTLE_STATUS  = 'PAYING'
                  ,PAYOUT_BALANCE = :HV-STO-PAYOUT-BAL
                  ,LAST_INT_DATE  = CURRENT DATE
               WHERE POL_ID = :HV-STO-POL-ID
                 AND SETTLE_STATUS = 'ELECTED'
           END-EXEC
           MOVE '2300-BUILD-SETTLE-SCHEDULE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'POLICY ' HV-POL-POL-ID ' SETTLING '
               HV-STO-PAYOUT-BAL ' OVER ' WS-STL-TOTAL
               ' INSTALLMENTS'.
       2300-BUILD-SETTLE-SCHEDULE-END. EXIT.

      ******************************************************************
      * 2500-ISSUE-INSTALLMENTS: ONE DISBURSEMENT PER OPEN SETTLEMENT  *
      * INSTALLMENT DUE BY TODAY. THE DECLARED RATE IS THE LATEST      *
      * TB_CREDIT_RATES ROW IN EFFECT TODAY - NO ROW CREDITS NO        *
      * INTEREST. RUNS AFTER 2000 SO A SCHEDULE BUILT TONIGHT PAYS ITS *
      * FIRST INSTALLMENT TONIGHT.                                     *
      ******************************************************************
       2500-ISSUE-INSTALLMENTS.
      * A RETRY STARTS THE UNIT'S COUNT AND TAX WITHHELD AGAIN
           IF WS-RETRY-COUNT > 0
               MOVE WS-WH-UNIT-START TO WS-WH-TOTAL
           END-IF
           MOVE WS-WH-TOTAL TO WS-WH-UNIT-START
           MOVE ZEROES TO WS-INS-ISSUED
           MOVE ZEROES TO WS-STL-RATE
           EXEC SQL
               SELECT CREDIT_RATE INTO :HV-CRD-CREDIT-RATE
               FROM TB_CREDIT_RATES
               WHERE EFF_DATE <= CURRENT DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE HV-CRD-CREDIT-RATE TO WS-STL-RATE
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO DECLARED CREDIT RATE IN EFFECT - '
                   'INSTALLMENTS CREDIT NO INTEREST'
           WHEN OTHER
               MOVE '2500-ISSUE-INSTALLMENTS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE
           EXEC SQL OPEN CURSOR_DISBINS END-EXEC
           MOVE '2500-ISSUE-INSTALLMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_DISBINS INTO
                        :HV-STS-POL-ID
                       ,:HV-STS-INST-SEQ
                       ,:HV-HOL-NAME
                       ,:HV-POL-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2500-ISSUE-INSTALLMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 2600-ISSUE-ONE-INSTALLMENT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DISBINS END-EXEC
           DISPLAY 'SETTLEMENT INSTALLMENTS ISSUED: ' WS-INS-ISSUED.
       2500-ISSUE-INSTALLMENTS-END. EXIT.

      ******************************************************************
      * 2600-ISSUE-ONE-INSTALLMENT: CREDIT INTEREST ON THE UNPAID      *
      * BALANCE FOR THE DAYS SINCE LAST_INT_DATE, THEN PAY THE BALANCE *
      * OVER THE INSTALLMENTS STILL OPEN, IN WHOLE UNITS - THE LAST    *
      * ONE TAKES EVERYTHING LEFT. THE FIRST INSTALLMENT IS GATED ON   *
      * THE WHOLE BALANCE SO A LARGE MATURITY STILL GOES PAST THE      *
      * APPROVAL QUEUE ONCE; LATER ONES ON THEIR OWN AMOUNT.           *
      ******************************************************************
       2600-ISSUE-ONE-INSTALLMENT.
           MOVE HV-STS-POL-ID TO HV-STO-POL-ID
           EXEC SQL
               SELECT PAYOUT_BALANCE
                     ,DAYS(CURRENT DATE) - DAYS(LAST_INT_DATE)
               INTO :HV-STO-PAYOUT-BAL, :WS-STL-DAYS
               FROM TB_SETTLEMENT_OPTIONS
               WHERE POL_ID = :HV-STO-POL-ID
           END-EXEC
           MOVE '2600-ISSUE-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COUNT(*) INTO :WS-STL-OPEN-CNT
               FROM TB_SETTLEMENT_SCHEDULE
               WHERE POL_ID = :HV-STS-POL-ID
                 AND INST_STATUS = 'OPEN'
           END-EXEC
           MOVE '2600-ISSUE-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-STL-DAYS < 0
               MOVE ZEROES TO WS-STL-DAYS
           END-IF
           COMPUTE WS-STL-INTEREST ROUNDED =
               HV-STO-PAYOUT-BAL * WS-STL-RATE / 100
               * WS-STL-DAYS / 365
           COMPUTE WS-STL-BALANCE = HV-STO-PAYOUT-BAL + WS-STL-INTEREST
           IF WS-STL-OPEN-CNT <= 1
               COMPUTE HV-DSB-AMOUNT ROUNDED = WS-STL-BALANCE
           ELSE
               COMPUTE HV-DSB-AMOUNT ROUNDED =
                   WS-STL-BALANCE / WS-STL-OPEN-CNT
           END-IF
           IF HV-STS-INST-SEQ = 1
               COMPUTE WS-GATE-AMOUNT ROUNDED = WS-STL-BALANCE
           ELSE
               MOVE HV-DSB-AMOUNT TO WS-GATE-AMOUNT
           END-IF
           MOVE 'MAT'               TO HV-DSB-SOURCE-TYPE
           MOVE HV-STS-POL-ID       TO HV-DSB-REF-ID
           MOVE HV-STS-POL-ID       TO HV-DSB-POL-ID
           MOVE HV-HOL-NAME-TEXT    TO HV-DSB-PAYEE-TEXT
             MOVE HV-HOL-NAME-LEN   TO HV-DSB-PAYEE-LEN
           MOVE HV-POL-CURRENCY-CODE TO HV-DSB-CURRENCY-CODE
           PERFORM 5000-INSERT-DISB
      * THE SCHEDULE AND THE BALANCE RUN ON THE GROSS INSTALLMENT -
      * TAX WITHHELD FROM IT IS STILL PAID, JUST NOT TO THE HOLDER
           MOVE HV-DSB-GROSS-AMT TO HV-STS-INST-AMOUNT
           MOVE HV-DSB-DISB-ID TO HV-STS-DISB-ID
           EXEC SQL
               UPDATE TB_SETTLEMENT_SCHEDULE
               SET INST_STATUS = 'PAID'
                  ,INST_AMOUNT = :HV-STS-INST-AMOUNT
                  ,DISB_ID     = :HV-STS-DISB-ID
               WHERE POL_ID   = :HV-STS-POL-ID
                 AND INST_SEQ = :HV-STS-INST-SEQ
           END-EXEC
           MOVE '2600-ISSUE-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-STL-OPEN-CNT <= 1
               MOVE ZEROES     TO HV-STO-PAYOUT-BAL
               MOVE 'COMPLETE' TO HV-STO-SETTLE-STATUS
           ELSE
               COMPUTE HV-STO-PAYOUT-BAL =
                   WS-STL-BALANCE - HV-DSB-GROSS-AMT
               MOVE 'PAYING'   TO HV-STO-SETTLE-STATUS
           END-IF
           EXEC SQL
               UPDATE TB_SETTLEMENT_OPTIONS
               SET PAYOUT_BALANCE = :HV-STO-PAYOUT-BAL
                  ,LAST_INT_DATE  = CURRENT DATE
                  ,SETTLE_STATUS  = :HV-STO-SETTLE-STATUS
               WHERE POL_ID = :HV-STO-POL-ID
           END-EXEC
           MOVE '2600-ISSUE-ONE-INSTALLMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-INS-ISSUED
           DISPLAY 'POLICY ' HV-STS-POL-ID ' INSTALLMENT '
               HV-STS-INST-SEQ ' OF ' HV-DSB-AMOUNT ' ISSUED AS '
               HV-DSB-DISB-ID.
       2600-ISSUE-ONE-INSTALLMENT-END. EXIT.

      ******************************************************************
      * 3000-ISSUE-CLAIMS: ISSUED DISBURSEMENTS FOR EVERY APPROVED     *
      * CLAIM NOT YET ON THE LEDGER. A DEATH CLAIM PAYS ITS SURVIVING  *
      * TB_POLICY_NOMINEE BENEFICIARIES ONE ROW EACH; ANY OTHER CLAIM  *
      * PAYS THE HOLDER. THE CLAIM ITSELF MOVES TO 'PAID' SO THE CLM1  *
      * LIFECYCLE ENDS ON THE LEDGER.                                  *
      ******************************************************************
       3000-ISSUE-CLAIMS.
      * A RETRY STARTS THE UNIT'S COUNT AND TAX WITHHELD AGAIN
           IF WS-RETRY-COUNT > 0
               MOVE WS-WH-UNIT-START TO WS-WH-TOTAL
           END-IF
           MOVE WS-WH-TOTAL TO WS-WH-UNIT-START
           MOVE ZEROES TO WS-CLM-ISSUED
           EXEC SQL OPEN CURSOR_DISBCLM END-EXEC
           MOVE '3000-ISSUE-CLAIMS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_DISBCLM INTO
                        :HV-CLM-CLAIM-ID
                       ,:HV-CLM-POL-ID
                       ,:HV-CLM-REASON
                       ,:HV-CLM-APPROVED-AMT
                       ,:HV-CLM-CLAIM-DATE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-ISSUE-CLAIMS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 3100-ISSUE-CLM-ROW
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DISBCLM END-EXEC
           DISPLAY 'CLAIM DISBURSEMENTS ISSUED: ' WS-CLM-ISSUED.
       3000-ISSUE-CLAIMS-END. EXIT.

           MOVE 'CLM'               TO HV-DSB-SOURCE-TYPE
           MOVE HV-CLM-CLAIM-ID     TO HV-DSB-REF-ID
           MOVE HV-CLM-POL-ID       TO HV-DSB-POL-ID
           MOVE HV-CLM-APPROVED-AMT TO HV-DSB-AMOUNT
      * THE LOAN COMES OFF THE WHOLE CLAIM ONCE, BEFORE ANY SPLIT, AND
      * THE APPROVAL GATE IS JUDGED ON THAT WHOLE NET FIGURE SO A SPLIT
      * CANNOT SLIP UNDER THE THRESHOLD
           PERFORM 5200-NET-LOAN-BALANCE
           MOVE HV-DSB-AMOUNT TO WS-GATE-AMOUNT
      * A STANDING COLLATERAL ASSIGNMENT TAKES ITS SHARE BEFORE THE
      * HOLDER OR ANY NOMINEE SEES A PENNY
           PERFORM 5100-PAY-ASSIGNEE-FIRST
               THRU 5100-PAY-ASSIGNEE-FIRST-END
           EVALUATE TRUE
           WHEN (HV-DSB-AMOUNT = 0) AND (WS-ASG-PORTION > 0)
               DISPLAY 'CLAIM ' HV-CLM-CLAIM-ID
                   ' PAID WHOLLY TO THE ASSIGNEE'
           WHEN WS-NOM-CNT > 0
               PERFORM 3130-ISSUE-NOM-SPLIT
           WHEN OTHER
               PERFORM 5000-INSERT-DISB
           END-EVALUATE
           EXEC SQL
               UPDATE TB_CLAIMS
               SET CLAIM_STATUS = 'PAID'

      ******************************************************************
      * 3110-RESOLVE-PAYEE: A CLAIM WHOSE REASON STARTS 'DEATH' PAYS   *
      * THE NOMINEES ON FILE FOR THE POLICY WHO OUTLIVED THE HOLDER -  *
      * WS-NOM-CNT AND WS-NOM-SHR-TOT COME BACK SET AND 3130 ISSUES    *
      * THE SPLIT. THE HOLDER'S DATE OF DEATH IS TAKEN FROM THE 'HLD'  *
      * TB_DEATH_CASES ROW FOR THE POLICY (A FALSE MATCH CLOSED BY     *
      * PGMDMFM DOES NOT COUNT); WITH NO CASE ROW THE CLAIM DATE       *
      * STANDS IN FOR IT, AS THE LATEST THE HOLDER CAN HAVE DIED.      *
      * EVERYTHING ELSE PAYS THE HOLDER                                *
      * (WS-NOM-CNT ZERO). A DEATH CLAIM WITH NO SURVIVING NOMINEE     *
      * FALLS BACK TO THE HOLDER'S ESTATE RATHER THAN FAILING THE      *
      * WHOLE RUN - THAT CASE IS LOGGED ON SYSOUT FOR FINANCE TO CHASE.*
      ******************************************************************
       3110-RESOLVE-PAYEE.
           MOVE ZEROES TO WS-NOM-CNT
           MOVE ZEROES TO WS-NOM-SHR-TOT
           MOVE HV-CLM-POL-ID TO HV-NOM-POL-ID
           IF HV-CLM-REASON-TEXT(1:5) = 'DEATH'
               MOVE HV-CLM-POL-ID TO HV-DTC-POL-ID
               EXEC SQL
                   SELECT CHAR(COALESCE(MAX(DATE_OF_DEATH),
                                        DATE(:HV-CLM-CLAIM-DATE)), ISO)
                   INTO :HV-DTC-DOD
                   FROM TB_DEATH_CASES
                   WHERE POL_ID = :HV-DTC-POL-ID
                     AND PARTY_TYPE = 'HLD'
                     AND CASE_STATUS <> 'CLOSED'
               END-EXEC
               MOVE '3110-RESOLVE-PAYEE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(SHARE_PCT), 0)
                   INTO :WS-NOM-CNT, :WS-NOM-SHR-TOT
                   FROM TB_POLICY_NOMINEE
                   WHERE POL_ID = :HV-NOM-POL-ID
                     AND (DATE_OF_DEATH IS NULL
                          OR DATE_OF_DEATH >= :HV-DTC-DOD)
               END-EXEC
               MOVE '3110-RESOLVE-PAYEE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               IF WS-NOM-CNT > 0
                   PERFORM 3120-PAYEE-CURRENCY
                   GO TO 3110-RESOLVE-PAYEE-END
               ELSE
                   DISPLAY 'NO SURVIVING NOMINEE FOR DEATH CLAIM ON '
                       'POLICY: ' HV-CLM-POL-ID ' - PAYING HOLDER'
               END-IF
           END-IF
           MOVE HV-CLM-POL-ID TO HV-HOL-POL-ID
           END-IF.
       3120-PAYEE-CURRENCY-END. EXIT.

      ******************************************************************
      * 3130-ISSUE-NOM-SPLIT: ONE DISBURSEMENT PER SURVIVING NOMINEE.  *
      * EACH ROW IS THE NET PAYOUT TIMES THE NOMINEE'S SHARE_PCT OVER  *
      * THE SURVIVORS' SHARE TOTAL, IN WHOLE UNITS - SO A PREDECEASED  *
      * NOMINEE'S SHARE IS SPREAD PRO RATA OVER THE REST. THE LAST     *
      * NOMINEE TAKES WHATEVER THE TRUNCATION LEFT SO THE ROWS ADD UP  *
      * TO THE CLAIM EXACTLY.                                          *
      ******************************************************************
       3130-ISSUE-NOM-SPLIT.
           MOVE HV-DSB-AMOUNT TO WS-SPLIT-NET
           MOVE ZEROES TO WS-SPLIT-PAID
           MOVE ZEROES TO WS-NOM-SEEN
           EXEC SQL OPEN CURSOR_DISBNOM END-EXEC
           MOVE '3130-ISSUE-NOM-SPLIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_DISBNOM INTO
                        :HV-NOM-NAME
                       ,:HV-NOM-SHARE-PCT
                       ,:HV-NOM-SSN
                       ,:WS-NOM-MINOR-SW
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3130-ISSUE-NOM-SPLIT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 3140-ISSUE-NOM-ROW
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DISBNOM END-EXEC.
       3130-ISSUE-NOM-SPLIT-END. EXIT.

       3140-ISSUE-NOM-ROW.
           ADD 1 TO WS-NOM-SEEN
           IF WS-NOM-SEEN = WS-NOM-CNT
               COMPUTE HV-DSB-AMOUNT = WS-SPLIT-NET - WS-SPLIT-PAID
           ELSE
               COMPUTE HV-DSB-AMOUNT =
                   WS-SPLIT-NET * HV-NOM-SHARE-PCT / WS-NOM-SHR-TOT
           END-IF
           ADD HV-DSB-AMOUNT TO WS-SPLIT-PAID
           MOVE HV-NOM-NAME-TEXT TO HV-DSB-PAYEE-TEXT
             MOVE HV-NOM-NAME-LEN TO HV-DSB-PAYEE-LEN
           IF WS-NOM-MINOR-SW = 'Y'
               PERFORM 3150-MINOR-PAYEE
           END-IF
      * THE NOMINEE IS THE TAXPAYER EVEN WHEN AN APPOINTEE IS PAID
           MOVE 'N' TO WS-WH-PAYEE-KIND
           PERFORM 5000-INSERT-DISB
           MOVE 'H' TO WS-WH-PAYEE-KIND
           DISPLAY 'CLAIM ' HV-CLM-CLAIM-ID ' NOMINEE SHARE '
               HV-DSB-AMOUNT ' ISSUED AS ' HV-DSB-DISB-ID.
       3140-ISSUE-NOM-ROW-END. EXIT.

      ******************************************************************
      * 3150-MINOR-PAYEE: A NOMINEE UNDER 18 ON THE PAYOUT DATE IS     *
      * NEVER PAID DIRECTLY - THE STANDING APPOINTEE ON                *
      * TB_NOMINEE_APPOINTEES TAKES THE SHARE ON THEIR BEHALF. A MINOR *
      * WITH NO APPOINTEE (A NOMINEE CAPTURED BEFORE APPOINTEES WERE   *
      * REQUIRED) STAYS IN THE CHILD'S NAME BUT IS FORCED TO PENDAPPR  *
      * SO A SUPERVISOR SORTS OUT THE GUARDIANSHIP BEFORE IT PAYS.     *
      ******************************************************************
       3150-MINOR-PAYEE.
           MOVE HV-CLM-POL-ID TO HV-NAP-POL-ID
           MOVE HV-NOM-SSN    TO HV-NAP-NOM-SSN
           EXEC SQL
               SELECT APPT_NAME INTO :HV-NAP-APPT-NAME
               FROM TB_NOMINEE_APPOINTEES
               WHERE POL_ID  = :HV-NAP-POL-ID
                 AND NOM_SSN = :HV-NAP-NOM-SSN
                 AND RELEASED_DATE IS NULL
               ORDER BY APPOINTED_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE HV-NAP-APPT-NAME-TEXT TO HV-DSB-PAYEE-TEXT
                 MOVE HV-NAP-APPT-NAME-LEN TO HV-DSB-PAYEE-LEN
               DISPLAY 'CLAIM ' HV-CLM-CLAIM-ID ' MINOR NOMINEE '
                   HV-NOM-SSN ' PAID TO APPOINTEE'
           WHEN SQLCODE = DB2-NOTFND
               MOVE 'Y' TO WS-FORCE-APPR-SW
               DISPLAY 'CLAIM ' HV-CLM-CLAIM-ID ' MINOR NOMINEE '
                   HV-NOM-SSN ' HAS NO APPOINTEE - HELD FOR APPROVAL'
           WHEN OTHER
               MOVE '3150-MINOR-PAYEE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       3150-MINOR-PAYEE-END. EXIT.

      ******************************************************************
      * 4000-STATUS-MAINT: PARM 'CLEAR,DISB_ID' OR 'VOID,DISB_ID'      *
      * MOVES ONE ISSUED DISBURSEMENT TO ITS TERMINAL STATUS. ONLY AN  *
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'DISBURSEMENT ' WS-PARM-DISB-ID ' SET TO '
                   HV-DSB-STATUS
      * A CLEARED CLAIM PAYOUT CLOSES THE BOOKS ON ITS CASE RESERVE -
      * ONCE NO OTHER NOMINEE'S SHARE OF THE SAME CLAIM IS STILL OUT
               IF HV-DSB-STATUS = 'CLEARED'
                   EXEC SQL
                       SELECT SOURCE_TYPE, REF_ID
                              ,STATUS_DATE    = CURRENT DATE
                           WHERE CLAIM_ID = :HV-RSV-CLAIM-ID
                             AND RESERVE_STATUS = 'OPEN'
                             AND NOT EXISTS
                                 (SELECT 1 FROM TB_DISBURSEMENTS D
                                  WHERE D.SOURCE_TYPE = 'CLM'
                                    AND D.REF_ID = :HV-RSV-CLAIM-ID
                                    AND D.DISB_STATUS IN
                                        ('ISSUED', 'PENDAPPR',
                                         'COMPHOLD'))
                       END-EXEC
                       IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
                           MOVE '4000-STATUS-MAINT' TO WS-SQLERR-PARA
                       END-IF
                   END-IF
               END-IF
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO ISSUED DISBURSEMENT FOUND FOR: '
                   WS-PARM-DISB-ID
      ******************************************************************
      * 5000-INSERT-DISB: CALLERS FILL THE SOURCE/REF/POL/PAYEE/AMOUNT/*
      * CURRENCY HOST VARIABLES, THIS STAMPS THE ID, ISSUE DATE AND    *
      * ISSUED STATUS, TAKES OFF ANY TAX WITHHOLDING (5400 - THE       *
      * AMOUNT GOES IN GROSS AND COMES BACK NET, GROSS KEPT IN         *
      * HV-DSB-GROSS-AMT) AND WRITES THE ROW. THE ID COMES FROM THE    *
      * TB_ID_CONTROL NUMBER-CONTROL TABLE ('DISB' ROW) SO TWO PAYOUTS *
      * ISSUED THE SAME DAY CAN NEVER COLLIDE.                         *
      ******************************************************************
      * A PAYOUT OVER THE 'DISBAPPR' THRESHOLD WAITS ON THE SUPM
      * APPROVAL QUEUE INSTEAD OF GOING STRAIGHT TO ISSUED - NO ROW
      * ON TB_UW_LIMITS MEANS THE GATE IS NOT ENFORCED, SAME
      * CONVENTION AS THE UNDERWRITING LIMITS. CALLERS SET
      * WS-GATE-AMOUNT TO THE WHOLE PAYOUT, NOT ONE NOMINEE'S SHARE
           MOVE 'ISSUED' TO HV-DSB-STATUS
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               WHERE LIMIT_TYPE = 'DISBAPPR'
           END-EXEC
           IF (SQLCODE = DB2-SUCCESS)
               AND (WS-GATE-AMOUNT > HV-UWL-LIMIT-AMNT)
               MOVE 'PENDAPPR' TO HV-DSB-STATUS
           END-IF
      * A MINOR'S SHARE WITH NO APPOINTEE ON FILE (3150) ALWAYS WAITS
           IF WS-FORCE-APPR-SW = 'Y'
               MOVE 'PENDAPPR' TO HV-DSB-STATUS
               MOVE 'N' TO WS-FORCE-APPR-SW
           END-IF
           PERFORM 5400-APPLY-WITHHOLDING
               THRU 5400-APPLY-WITHHOLDING-END
           MOVE 'DISB' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
                  INTO WS-GEND-DSBID
           END-STRING
           MOVE WS-GEND-DSBID TO HV-DSB-DISB-ID
      * THE PAYEE IS SCREENED AGAINST THE SANCTIONS WATCHLIST BEFORE
      * THE ROW IS WRITTEN - A MATCH COMPLIANCE HAS NOT CLEARED HOLDS
      * THE PAYOUT 'COMPHOLD' UNTIL PGMSNRV RELEASES IT
           MOVE 'PAY'             TO WS-SNC-PARTY-TYPE
           MOVE HV-DSB-POL-ID     TO WS-SNC-POL-ID
           MOVE SPACES            TO WS-SNC-NAME
           IF HV-DSB-PAYEE-LEN > 0
               MOVE HV-DSB-PAYEE-TEXT(1:HV-DSB-PAYEE-LEN)
                   TO WS-SNC-NAME
           END-IF
           MOVE SPACES            TO WS-SNC-DOB
           MOVE HV-DSB-DISB-ID    TO WS-SNC-SOURCE-REF
           MOVE HV-DSB-STATUS     TO WS-SNC-PRIOR-STAT
           MOVE 'PGMDISB'         TO WS-SNC-RAISED-BY
           PERFORM HSNC-SCREEN-PARTY
           IF WS-SNC-BLOCKED
               MOVE 'COMPHOLD' TO HV-DSB-STATUS
           END-IF
           EXEC SQL
               INSERT INTO TB_DISBURSEMENTS VALUES (
                :HV-DSB-DISB-ID
               ,CURRENT DATE
               ,'PGMDISB'
               ,NULL
               ,:HV-DSB-GROSS-AMT
               ,:HV-DSB-WITHHELD-AMT
               ,:HV-DSB-WH-CODE
               )
           END-EXEC
           IF HV-DSB-STATUS = 'PENDAPPR'
                   ' OVER THE APPROVAL THRESHOLD - AWAITING '
                   'SUPERVISOR APPROVAL'
           END-IF
           IF HV-DSB-STATUS = 'COMPHOLD'
               DISPLAY 'PAYOUT ' HV-DSB-DISB-ID
                   ' PAYEE MATCHES THE SANCTIONS WATCHLIST - HELD '
                   'FOR COMPLIANCE REVIEW'
           END-IF
           MOVE '5000-INSERT-DISB' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       5000-INSERT-DISB-END. EXIT.

      ******************************************************************
      * 5100-PAY-ASSIGNEE-FIRST: WHILE A TB_POLICY_ASSIGNMENTS ROW     *
      * STANDS ON THE POLICY (RELEASE_DATE NULL), THE LENDER IT NAMES  *
      * IS ISSUED ITS OWN DISBURSEMENT UNDER THE SAME SOURCE AND REF   *
      * FOR WHAT IT IS STILL OWED (ASSIGNED_AMT LESS PAID_AMT), CAPPED *
      * AT THE NET PAYOUT IN HV-DSB-AMOUNT. PAID_AMT GOES UP BY THAT   *
      * MUCH AND AN ASSIGNMENT PAID IN FULL IS RELEASED. HV-DSB-AMOUNT *
      * COMES BACK AS THE REMAINDER, THE CALLER'S PAYEE UNTOUCHED, AND *
      * WS-ASG-PORTION AS THE ASSIGNEE'S SHARE. THE LOAN SETOFF COMES  *
      * OFF FIRST - THE COMPANY'S OWN LIEN RANKS AHEAD OF THE LENDER.  *
      ******************************************************************
       5100-PAY-ASSIGNEE-FIRST.
           MOVE ZEROES TO WS-ASG-PORTION
           MOVE HV-DSB-POL-ID TO HV-ASG-POL-ID
           EXEC SQL
               SELECT ASSIGNEE_NAME, ASSIGNED_AMT, PAID_AMT
               INTO :HV-ASG-ASSIGNEE-NAME, :HV-ASG-ASSIGNED-AMT,
                    :HV-ASG-PAID-AMT
               FROM TB_POLICY_ASSIGNMENTS
               WHERE POL_ID = :HV-ASG-POL-ID
                 AND RELEASE_DATE IS NULL
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      * NOT FOUND MUST NOT LEAK OUT AS THE CALLER'S END OF CURSOR
           IF SQLCODE = DB2-NOTFND
               MOVE ZERO TO SQLCODE
               GO TO 5100-PAY-ASSIGNEE-FIRST-END
           END-IF
           MOVE '5100-PAY-ASSIGNEE-FIRST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-ASG-OWED = HV-ASG-ASSIGNED-AMT - HV-ASG-PAID-AMT
           IF (WS-ASG-OWED <= 0) OR (HV-DSB-AMOUNT = 0)
               GO TO 5100-PAY-ASSIGNEE-FIRST-END
           END-IF
           IF WS-ASG-OWED >= HV-DSB-AMOUNT
               MOVE HV-DSB-AMOUNT TO WS-ASG-PORTION
           ELSE
               MOVE WS-ASG-OWED   TO WS-ASG-PORTION
           END-IF
           MOVE HV-DSB-AMOUNT     TO WS-ASG-NET
           MOVE HV-DSB-PAYEE-NAME TO WS-ASG-SAVE-PAYEE
           MOVE HV-ASG-ASSIGNEE-TEXT TO HV-DSB-PAYEE-TEXT
             MOVE HV-ASG-ASSIGNEE-LEN TO HV-DSB-PAYEE-LEN
           MOVE WS-ASG-PORTION    TO HV-DSB-AMOUNT
           MOVE 'A' TO WS-WH-PAYEE-KIND
           PERFORM 5000-INSERT-DISB
           MOVE 'H' TO WS-WH-PAYEE-KIND
      * THE DEBT IS DISCHARGED BY THE GROSS - ANY TAX WITHHELD FROM
      * THE ASSIGNEE'S SHARE IS STILL PAID ON ITS ACCOUNT
           EXEC SQL
               UPDATE TB_POLICY_ASSIGNMENTS
               SET PAID_AMT     = PAID_AMT + :HV-DSB-GROSS-AMT
                  ,RELEASE_DATE =
                     CASE WHEN PAID_AMT + :HV-DSB-GROSS-AMT
                               >= ASSIGNED_AMT
                          THEN CURRENT DATE ELSE NULL END
               WHERE POL_ID = :HV-ASG-POL-ID
                 AND RELEASE_DATE IS NULL
           END-EXEC
           MOVE '5100-PAY-ASSIGNEE-FIRST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'ASSIGNEE PAID ' WS-ASG-PORTION ' ON POLICY '
               HV-DSB-POL-ID ' AS ' HV-DSB-DISB-ID
           MOVE WS-ASG-SAVE-PAYEE TO HV-DSB-PAYEE-NAME
           COMPUTE HV-DSB-AMOUNT = WS-ASG-NET - WS-ASG-PORTION.
       5100-PAY-ASSIGNEE-FIRST-END. EXIT.

      ******************************************************************
      * 5200-NET-LOAN-BALANCE: THE POLICY'S OUTSTANDING LOAN BALANCE   *
      * (PRINCIPAL PLUS ACCRUED INTEREST, EVERY ACTIVE TB_POLICY_LOANS *
               EXEC SQL
                   UPDATE TB_POLICY_LOANS
                   SET LOAN_STATUS = 'SETOFF'
                      ,LAST_ACCRUAL_DATE = CURRENT DATE
                   WHERE POL_ID = :HV-LON-POL-ID
                     AND LOAN_STATUS = 'ACTIVE'
               END-EXEC
           END-IF.
       5200-NET-LOAN-BALANCE-END. EXIT.

      ******************************************************************
      * 5300-ROLL-BUSINESS-DAY: AN INSTALLMENT DUE DATE LANDING ON A   *
      * TB_BUSINESS_CALENDAR 'H' ROW ROLLS FORWARD A DAY AT A TIME     *
      * UNTIL IT DOES NOT - SAME RULE AS THE PREMIUM SCHEDULE. A DATE  *
      * WITH NO CALENDAR ROW IS A BUSINESS DAY.                        *
      ******************************************************************
       5300-ROLL-BUSINESS-DAY.
           MOVE ZEROES TO WS-CAL-ROLLS
           MOVE 'H'    TO HV-CAL-DAY-TYPE
           PERFORM UNTIL (HV-CAL-DAY-TYPE NOT = 'H')
                      OR (WS-CAL-ROLLS > 10)
                      OR UOW-BACKED-OUT
               MOVE HV-STS-DUE-DATE TO HV-CAL-CAL-DATE
               EXEC SQL
                   SELECT DAY_TYPE INTO :HV-CAL-DAY-TYPE
                   FROM TB_BUSINESS_CALENDAR
                   WHERE CAL_DATE = :HV-CAL-CAL-DATE
               END-EXEC
               EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'B' TO HV-CAL-DAY-TYPE
               WHEN SQLCODE = 0
                   IF HV-CAL-DAY-TYPE = 'H'
                       EXEC SQL
                           SELECT CHAR(DATE(:HV-STS-DUE-DATE)
                               + 1 DAY, ISO)
                           INTO :HV-STS-DUE-DATE
                           FROM SYSIBM.SYSDUMMY1
                       END-EXEC
                       ADD 1 TO WS-CAL-ROLLS
                   END-IF
               WHEN OTHER
                   MOVE '5300-ROLL-BUSINESS-DAY' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-EVALUATE
           END-PERFORM
           MOVE ZERO TO SQLCODE.
       5300-ROLL-BUSINESS-DAY-END. EXIT.

      ******************************************************************
      * 5400-APPLY-WITHHOLDING: THE LATEST TB_WITHHOLD_RULES ROW IN    *
      * EFFECT FOR THE SOURCE TYPE AND THE PAYEE'S TAX STATUS SETS THE *
      * PERCENTAGE WITHHELD. WS-WH-PAYEE-KIND SAYS WHOSE TAX ID COUNTS *
      * - 'H' THE HOLDER (LOOKED UP BY POL_ID), 'N' THE NOMINEE IN     *
      * HV-NOM-SSN, 'A' A COLLATERAL ASSIGNEE (ALWAYS 'ASGN'). A BLANK *
      * TAX ID IS 'NOTIN' AND DRAWS BACKUP WITHHOLDING. NO RULE ROW    *
      * WITHHOLDS NOTHING AND STAMPS CODE 'NONE'.                      *
      ******************************************************************
       5400-APPLY-WITHHOLDING.
           MOVE HV-DSB-AMOUNT TO HV-DSB-GROSS-AMT
           MOVE ZEROES        TO HV-DSB-WITHHELD-AMT
           MOVE 'NONE'        TO HV-DSB-WH-CODE
           MOVE SPACES        TO WS-WH-TAXID
           EVALUATE WS-WH-PAYEE-KIND
           WHEN 'A'
               MOVE 'ASGN' TO HV-WHR-PAYEE-STATUS
           WHEN 'N'
               MOVE HV-NOM-SSN TO WS-WH-TAXID
           WHEN OTHER
               EXEC SQL
                   SELECT COALESCE(SSN, ' ')
                   INTO :WS-WH-TAXID
                   FROM TB_POLICY_HOLDER_DETAILS
                   WHERE POL_ID = :HV-DSB-POL-ID
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   MOVE ZERO TO SQLCODE
               END-IF
               MOVE '5400-APPLY-WITHHOLDING' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE
           IF WS-WH-PAYEE-KIND NOT = 'A'
               IF (WS-WH-TAXID = SPACES) OR (WS-WH-TAXID = LOW-VALUES)
                   MOVE 'NOTIN' TO HV-WHR-PAYEE-STATUS
               ELSE
                   MOVE 'TIN'   TO HV-WHR-PAYEE-STATUS
               END-IF
           END-IF
           MOVE HV-DSB-SOURCE-TYPE TO HV-WHR-SOURCE-TYPE
           EXEC SQL
               SELECT WH_PCT, WH_CODE
               INTO :HV-WHR-WH-PCT, :HV-WHR-WH-CODE
               FROM TB_WITHHOLD_RULES
               WHERE SOURCE_TYPE  = :HV-WHR-SOURCE-TYPE
                 AND PAYEE_STATUS = :HV-WHR-PAYEE-STATUS
                 AND EFF_DATE    <= CURRENT DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      * NOT FOUND MUST NOT LEAK OUT AS THE CALLER'S END OF CURSOR
           IF SQLCODE = DB2-NOTFND
               MOVE ZERO TO SQLCODE
               GO TO 5400-APPLY-WITHHOLDING-END
           END-IF
           MOVE '5400-APPLY-WITHHOLDING' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE HV-DSB-WITHHELD-AMT ROUNDED =
               HV-DSB-GROSS-AMT * HV-WHR-WH-PCT / 100
           MOVE HV-WHR-WH-CODE TO HV-DSB-WH-CODE
           COMPUTE HV-DSB-AMOUNT =
               HV-DSB-GROSS-AMT - HV-DSB-WITHHELD-AMT
           ADD HV-DSB-WITHHELD-AMT TO WS-WH-TOTAL
           IF HV-DSB-WITHHELD-AMT > 0
               DISPLAY 'POLICY ' HV-DSB-POL-ID ' ' HV-DSB-SOURCE-TYPE
                   ' WITHHELD ' HV-DSB-WITHHELD-AMT ' CODE '
                   HV-DSB-WH-CODE ' (' HV-WHR-PAYEE-STATUS ')'
           END-IF.
       5400-APPLY-WITHHOLDING-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMDISB - PAYOUT DISBURSEMENT LEDGER COMPLETE'
           STOP RUN.
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
      * ONLY THE SWEEP IS REGISTERED - A PARM RUN LEAVES IT ALONE
               IF LK-PARM-LEN = 0
                   PERFORM HRUN-MARK-FAILED
               END-IF
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
      * WITH ITS END STATUS AND RECORD COUNT SO OPERATIONS CAN SEE     *
      * THE NIGHT AT A GLANCE.                                         *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMDISB'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMDISB ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMDISB'
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
                   WHERE JOB_NAME = 'PGMDISB'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           COMPUTE HV-RUN-REC-COUNT =
               WS-MAT-ISSUED + WS-INS-ISSUED + WS-CLM-ISSUED
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMDISB'
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
               WHERE JOB_NAME = 'PGMDISB'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.

      ******************************************************************
      * HPD-CHECK-PERIOD: NO POSTING LANDS IN AN ACCOUNTING PERIOD    *
      * FINANCE HAS ALREADY CLOSED - A CLOSED ROW FOR TODAY ENDS THE  *
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.

      ******************************************************************
      * HSNC-SCREEN-PARTY: CALLERS FILL WS-SNC-PARTY-TYPE ('HLD',      *
      * 'COH', 'NOM' OR 'PAY'), -POL-ID, -NAME, -DOB (SPACES WHEN NOT  *
      * KNOWN), -SOURCE-REF, -PRIOR-STAT AND -RAISED-BY, THEN TEST     *
      * WS-SNC-BLOCKED. EVERY WATCHLIST ENTRY THE PARTY MATCHES ENDS   *
      * UP ON TB_SANCTION_HITS AND THE PARTY IS BLOCKED WHILE ANY OF   *
      * THOSE HITS IS NOT CLEARED. WS-SNC-NEW-HITS COUNTS THE HITS     *
      * THIS CALL RAISED.                                              *
      ******************************************************************
       HSNC-SCREEN-PARTY.
           MOVE 'N' TO WS-SNC-BLOCK-SW
           MOVE ZEROES TO WS-SNC-NEW-HITS
           IF WS-SNC-DOB = LOW-VALUES
               MOVE SPACES TO WS-SNC-DOB
           END-IF
           PERFORM HSNC-BUILD-KEYS
           IF WS-SNC-KEY NOT = SPACES
               PERFORM HSNC-FETCH-MATCHES
           END-IF.
       HSNC-SCREEN-PARTY-END. EXIT.

      * EVERY LIST ENTRY THE PARTY MATCHES GOES TO HSNC-RAISE-HIT
       HSNC-FETCH-MATCHES.
           EXEC SQL OPEN CURSOR_SNCM END-EXEC
           MOVE 'HSNC-FETCH-MATCHES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_SNCM INTO
                        :WS-SNC-ENTRY-ID
                       ,:WS-SNC-RULE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE 'HSNC-FETCH-MATCHES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM HSNC-RAISE-HIT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SNCM END-EXEC.
       HSNC-FETCH-MATCHES-END. EXIT.

      * ONE MATCHED ENTRY: A PAIR ALREADY ON THE QUEUE BLOCKS UNLESS
      * COMPLIANCE CLEARED IT; A NEW PAIR IS QUEUED PENDING AND BLOCKS
       HSNC-RAISE-HIT.
           MOVE WS-SNC-POL-ID     TO HV-SNH-POL-ID
           MOVE WS-SNC-PARTY-TYPE TO HV-SNH-PARTY-TYPE
           MOVE WS-SNC-NAME       TO HV-SNH-PARTY-NAME
           MOVE WS-SNC-ENTRY-ID   TO HV-SNH-ENTRY-ID
           EXEC SQL
               SELECT HIT_STATUS INTO :HV-SNH-STATUS
               FROM TB_SANCTION_HITS
               WHERE POL_ID     = :HV-SNH-POL-ID
                 AND PARTY_TYPE = :HV-SNH-PARTY-TYPE
                 AND PARTY_NAME = :HV-SNH-PARTY-NAME
                 AND ENTRY_ID   = :HV-SNH-ENTRY-ID
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-SNH-STATUS NOT = 'CLEARED'
                   MOVE 'Y' TO WS-SNC-BLOCK-SW
               END-IF
           WHEN SQLCODE = 100
               PERFORM HSNC-QUEUE-HIT
           WHEN OTHER
               MOVE 'HSNC-RAISE-HIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HSNC-RAISE-HIT-END. EXIT.

       HSNC-QUEUE-HIT.
           MOVE 'SNCH' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-SNC-HIT-NBR
           MOVE SPACES TO HV-SNH-HIT-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-SNC-HIT-NBR    DELIMITED BY SIZE
                  INTO HV-SNH-HIT-ID
           END-STRING
           MOVE WS-SNC-DOB        TO HV-SNH-PARTY-DOB
           MOVE WS-SNC-RULE       TO HV-SNH-MATCH-RULE
           MOVE WS-SNC-SOURCE-REF TO HV-SNH-SOURCE-REF
           MOVE WS-SNC-PRIOR-STAT TO HV-SNH-PRIOR-STATUS
           MOVE 'PENDING'         TO HV-SNH-STATUS
           MOVE WS-SNC-RAISED-BY  TO HV-SNH-RAISED-BY
           EXEC SQL
               INSERT INTO TB_SANCTION_HITS VALUES (
                :HV-SNH-HIT-ID
               ,:HV-SNH-PARTY-TYPE
               ,:HV-SNH-POL-ID
               ,:HV-SNH-PARTY-NAME
               ,:HV-SNH-PARTY-DOB
               ,:HV-SNH-ENTRY-ID
               ,:HV-SNH-MATCH-RULE
               ,:HV-SNH-SOURCE-REF
               ,:HV-SNH-PRIOR-STATUS
               ,:HV-SNH-STATUS
               ,:HV-SNH-RAISED-BY
               ,CURRENT DATE
               ,NULL
               ,NULL
               )
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'Y' TO WS-SNC-BLOCK-SW
           ADD 1 TO WS-SNC-NEW-HITS.
       HSNC-QUEUE-HIT-END. EXIT.

      ******************************************************************
      * HSNC-BUILD-KEYS: WS-SNC-NAME (UPPER-CASED IN PLACE) GIVES      *
      * WS-SNC-KEY, ITS LETTERS ONLY RUN TOGETHER, AND THE SOUNDEX     *
      * CODES OF ITS FIRST AND LAST WORDS. A NAME WITH NO LETTERS      *
      * LEAVES ALL THREE BLANK.                                        *
      ******************************************************************
       HSNC-BUILD-KEYS.
           MOVE SPACES TO WS-SNC-KEY WS-SNC-FIRST-TOK WS-SNC-TOKEN
                          WS-SNC-FIRST-CODE WS-SNC-LAST-CODE
           MOVE ZEROES TO WS-SNC-KEY-LEN WS-SNC-TOK-LEN WS-SNC-TOK-CNT
           MOVE 'N' TO WS-SNC-IN-WORD-SW
           INSPECT WS-SNC-NAME CONVERTING WS-SNC-LOWER TO WS-SNC-UPPER
           PERFORM HSNC-SCAN-CHAR
               VARYING WS-SNC-IDX FROM 1 BY 1
               UNTIL WS-SNC-IDX > 40
           IF WS-SNC-TOK-CNT = 1
               MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
           END-IF
           IF WS-SNC-TOK-CNT > 0
               MOVE WS-SNC-FIRST-TOK TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-FIRST-CODE
               MOVE WS-SNC-TOKEN TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-LAST-CODE
           END-IF.
       HSNC-BUILD-KEYS-END. EXIT.

      * A LETTER JOINS THE KEY AND THE CURRENT WORD, AN APOSTROPHE IS
      * DROPPED (O'NEIL IS ONE WORD), ANYTHING ELSE ENDS THE WORD
       HSNC-SCAN-CHAR.
           MOVE WS-SNC-NAME(WS-SNC-IDX:1) TO WS-SNC-CHAR
           EVALUATE TRUE
           WHEN WS-SNC-CHAR = "'"
               CONTINUE
           WHEN (WS-SNC-CHAR IS ALPHABETIC-UPPER)
                AND (WS-SNC-CHAR NOT = SPACE)
               IF WS-SNC-IN-WORD-SW = 'N'
                   IF WS-SNC-TOK-CNT = 1
                       MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
                   END-IF
                   ADD 1 TO WS-SNC-TOK-CNT
                   MOVE SPACES TO WS-SNC-TOKEN
                   MOVE ZEROES TO WS-SNC-TOK-LEN
                   MOVE 'Y' TO WS-SNC-IN-WORD-SW
               END-IF
               ADD 1 TO WS-SNC-KEY-LEN
               MOVE WS-SNC-CHAR TO WS-SNC-KEY(WS-SNC-KEY-LEN:1)
               IF WS-SNC-TOK-LEN < 20
                   ADD 1 TO WS-SNC-TOK-LEN
                   MOVE WS-SNC-CHAR TO WS-SNC-TOKEN(WS-SNC-TOK-LEN:1)
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-SNC-IN-WORD-SW
           END-EVALUATE.
       HSNC-SCAN-CHAR-END. EXIT.

      * AMERICAN SOUNDEX OF WS-SNC-SDX-IN: THE FIRST LETTER, THEN THE
      * DIGITS OF THE LETTERS AFTER IT WITH VOWELS DROPPED AND A RUN
      * OF THE SAME DIGIT KEPT ONCE (H AND W DO NOT BREAK A RUN),
      * ZERO-FILLED TO FOUR
       HSNC-SOUNDEX.
           MOVE SPACES TO WS-SNC-SDX-OUT
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-SDX-OUT(1:1)
           MOVE 1 TO WS-SNC-SDX-LEN
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-CHAR
           PERFORM HSNC-LETTER-DIGIT
           MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
           PERFORM HSNC-SOUNDEX-CHAR
               VARYING WS-SNC-SDX-POS FROM 2 BY 1
               UNTIL (WS-SNC-SDX-POS > 20) OR (WS-SNC-SDX-LEN = 4)
           INSPECT WS-SNC-SDX-OUT REPLACING ALL SPACE BY '0'.
       HSNC-SOUNDEX-END. EXIT.

       HSNC-SOUNDEX-CHAR.
           MOVE WS-SNC-SDX-IN(WS-SNC-SDX-POS:1) TO WS-SNC-CHAR
           IF WS-SNC-CHAR NOT = SPACE
               PERFORM HSNC-LETTER-DIGIT
               IF (WS-SNC-SDX-DIGIT NOT = '0')
                  AND (WS-SNC-SDX-DIGIT NOT = WS-SNC-SDX-PREV)
                   ADD 1 TO WS-SNC-SDX-LEN
                   MOVE WS-SNC-SDX-DIGIT
                       TO WS-SNC-SDX-OUT(WS-SNC-SDX-LEN:1)
               END-IF
               IF (WS-SNC-CHAR NOT = 'H') AND (WS-SNC-CHAR NOT = 'W')
                   MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
               END-IF
           END-IF.
       HSNC-SOUNDEX-CHAR-END. EXIT.

       HSNC-LETTER-DIGIT.
           MOVE ZEROES TO WS-SNC-ALPHA-POS
           INSPECT WS-SNC-UPPER TALLYING WS-SNC-ALPHA-POS
               FOR CHARACTERS BEFORE INITIAL WS-SNC-CHAR
           ADD 1 TO WS-SNC-ALPHA-POS
           MOVE WS-SNC-CODES(WS-SNC-ALPHA-POS:1) TO WS-SNC-SDX-DIGIT.
       HSNC-LETTER-DIGIT-END. EXIT.
