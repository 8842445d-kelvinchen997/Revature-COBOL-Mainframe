       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLOSS.
      *   PROGRAM NAME: QUARTERLY LOSS RATIO REPORT
      *   INPUT: JCL PARM 'YYYY-QN' (THE QUARTER, REQUIRED),
      *       TB_PREMIUM_PAYMENTS, TB_DISBURSEMENTS, TB_CLAIM_RESERVES,
      *       TB_REINS_RECOVERIES, TB_POLICY_DETAILS,
      *       TB_POLICY_DETAILS_HIST, TB_CURRENCY_RATES
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(LOSSRAT) AS: OUTLOSS
      *   DESCRIPTION: INCURRED CLAIMS OVER EARNED PREMIUM FOR ONE
      *       QUARTER, PRINTED THREE WAYS - BY POL_TYPE, BY AGENT_ID
      *       AND BY THE YEAR THE POLICY STARTED - GROSS AND NET OF
      *       REINSURANCE. EARNED PREMIUM IS EACH PAYMENT SPREAD DAY
      *       BY DAY OVER THE COVER IT BOUGHT (1, 3, 6 OR 12 MONTHS
      *       FROM PAID_DATE BY PAY_FREQ, AS PGMUPR VALUES IT), TAKING
      *       THE DAYS THAT FALL IN THE QUARTER; A PAYMENT PGMNSF HAS
      *       REVERSED EARNS NOTHING. INCURRED IS THE CLAIM PAYOUTS
      *       THAT CLEARED IN THE QUARTER (GROSS OF TAX WITHHELD) PLUS
      *       THE MOVEMENT IN OPEN CASE RESERVES (OPEN AT THE END LESS
      *       OPEN AT THE START, THE SAME TEST AS PGMRESV). NET TAKES
      *       OFF THE REINSURANCE RECOVERIES RAISED IN THE QUARTER.
      *       AMOUNTS ARE IN USD AT THE NEWEST TB_CURRENCY_RATES ROW
      *       ON OR BEFORE THE QUARTER END (NO RATE ON FILE LEAVES
      *       THE AMOUNT UNCONVERTED, AS IN PGMREV). ARCHIVED POLICIES
      *       ARE READ FROM TB_POLICY_DETAILS_HIST SO THEIR CLAIMS
      *       STILL LAND IN THE RIGHT LINE. EACH SECTION ENDS WITH A
      *       TOTAL LINE AND THE THREE TOTALS ARE THE SAME BOOK.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-LOSS-PS ASSIGN TO OUTLOSS
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOSS.
       DATA DIVISION.
       FILE SECTION.
       FD O-LOSS-PS.
       01 O-LOSS-REC              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-LOSS        PIC 9(02).
                   88 FS-LOSS-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-QUARTER-DATES.
               10 WS-Q-START        PIC X(10).
               10 WS-Q-NEXT         PIC X(10).
               10 WS-Q-NBR          PIC 9(01).
               10 WS-Q-MONTH        PIC 9(02).
      * 'P' POL_TYPE, 'A' AGENT_ID, 'Y' START YEAR - PICKS THE KEY
      * CURSOR_LOSS GROUPS ON
           05 WS-DIM                PIC X(01).
           05 WS-FETCH-VARS.
               10 WS-DIM-KEY        PIC X(11).
               10 WS-EARNED         PIC S9(13)V99 USAGE COMP-3.
               10 WS-PAID           PIC S9(13)V99 USAGE COMP-3.
               10 WS-RSV-MOVE       PIC S9(13)V99 USAGE COMP-3.
               10 WS-RECOV          PIC S9(13)V99 USAGE COMP-3.
               10 WS-POL-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SECTION-TOTALS.
               10 WS-SEC-EARNED     PIC S9(13)V99 USAGE COMP-3.
               10 WS-SEC-PAID       PIC S9(13)V99 USAGE COMP-3.
               10 WS-SEC-RSV-MOVE   PIC S9(13)V99 USAGE COMP-3.
               10 WS-SEC-RECOV      PIC S9(13)V99 USAGE COMP-3.
               10 WS-SEC-POL-COUNT  PIC S9(09) USAGE COMP.
           05 WS-CALC-VARS.
               10 WS-GROSS-INC      PIC S9(13)V99 USAGE COMP-3.
               10 WS-NET-INC        PIC S9(13)V99 USAGE COMP-3.
               10 WS-RATIO          PIC S9(05)V9 USAGE COMP-3.
           05 WS-COUNTERS.
               10 WS-LINE-COUNT     PIC 9(05) VALUE ZEROES.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(27) VALUE
                                    '*** LOSS RATIO - QUARTER '.
               10 WS-TTL-QUARTER    PIC X(07).
               10 FILLER            PIC X(04) VALUE ' BY '.
               10 WS-TTL-SECTION    PIC X(16).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(74) VALUE SPACES.
           05 WS-COLUMN-LINE.
               10 WS-COL-KEY        PIC X(12).
               10 FILLER            PIC X(14) VALUE
                                    '        EARNED'.
               10 FILLER            PIC X(14) VALUE
                                    '          PAID'.
               10 FILLER            PIC X(14) VALUE
                                    '  RESERVE MOVE'.
               10 FILLER            PIC X(14) VALUE
                                    'GROSS INCURRED'.
               10 FILLER            PIC X(09) VALUE
                                    '   GROSS%'.
               10 FILLER            PIC X(14) VALUE
                                    '     RECOVERED'.
               10 FILLER            PIC X(14) VALUE
                                    '  NET INCURRED'.
               10 FILLER            PIC X(09) VALUE
                                    '     NET%'.
               10 FILLER            PIC X(07) VALUE
                                    ' POLICY'.
               10 FILLER            PIC X(11) VALUE SPACES.
           05 WS-LOSS-LINE.
               10 WS-LSL-KEY        PIC X(11).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-EARNED     PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-PAID       PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-RSV-MOVE   PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-GROSS-INC  PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-GROSS-LR   PIC -(5)9.9.
               10 WS-LSL-GROSS-LR-X REDEFINES WS-LSL-GROSS-LR
                                    PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-RECOV      PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-NET-INC    PIC -(12)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-NET-LR     PIC -(5)9.9.
               10 WS-LSL-NET-LR-X REDEFINES WS-LSL-NET-LR
                                    PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-LSL-POL-COUNT  PIC Z(6)9.
               10 FILLER            PIC X(11) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * ONE ROW PER KEY OF THE CHOSEN DIMENSION. F IS EVERY POLICY'S
      * QUARTER IN FOUR KINDS OF ROW - EARNED PREMIUM PER PAYMENT,
      * CLEARED CLAIM PAYOUTS, RESERVE MOVEMENT PER CLAIM AND
      * RECOVERIES RAISED - EACH CARRYING ONLY ITS OWN MEASURE
           EXEC SQL
               DECLARE CURSOR_LOSS CURSOR FOR
                 SELECT
                    X.DIM_KEY
                   ,SUM(X.EARNED / X.FX)
                   ,SUM(X.PAID / X.FX)
                   ,SUM(X.RSV_MOVE / X.FX)
                   ,SUM(X.RECOV / X.FX)
                   ,COUNT(DISTINCT X.POL_ID)
                 FROM
                   (SELECT
                       CASE :WS-DIM
                       WHEN 'P' THEN COALESCE(P.POL_TYPE, ' ')
                       WHEN 'A' THEN COALESCE(P.AGENT_ID, ' ')
                       ELSE COALESCE(CHAR(YEAR(P.POL_STRT_DATE)), ' ')
                       END AS DIM_KEY
                      ,F.POL_ID
                      ,F.EARNED
                      ,F.PAID
                      ,F.RSV_MOVE
                      ,F.RECOV
                      ,COALESCE(
                         (SELECT NULLIF(R.RATE_FACTOR, 0)
                          FROM TB_CURRENCY_RATES R
                          WHERE R.CURRENCY_CODE = P.CURRENCY_CODE
                            AND R.RATE_DATE =
                                (SELECT MAX(R2.RATE_DATE)
                                 FROM TB_CURRENCY_RATES R2
                                 WHERE R2.CURRENCY_CODE =
                                       P.CURRENCY_CODE
                                   AND R2.RATE_DATE <
                                       DATE(:WS-Q-NEXT))), 1) AS FX
                    FROM
                      (SELECT
                          Y.POL_ID
                         ,DECIMAL(Y.AMOUNT_PAID, 15, 2)
                          * (DAYS(CASE WHEN Y.COVER_END
                                            < DATE(:WS-Q-NEXT)
                                       THEN Y.COVER_END
                                       ELSE DATE(:WS-Q-NEXT) END)
                           - DAYS(CASE WHEN Y.PAID_DATE
                                            > DATE(:WS-Q-START)
                                       THEN Y.PAID_DATE
                                       ELSE DATE(:WS-Q-START) END))
                          / (DAYS(Y.COVER_END) - DAYS(Y.PAID_DATE))
                                                          AS EARNED
                         ,0 AS PAID
                         ,0 AS RSV_MOVE
                         ,0 AS RECOV
                       FROM
                         (SELECT
                             Z.POL_ID
                            ,Z.PAID_DATE
                            ,Z.AMOUNT_PAID
                            ,Z.PAID_DATE +
                               (CASE Q.PAY_FREQ
                                WHEN 'A' THEN 12
                                WHEN 'S' THEN 6
                                WHEN 'Q' THEN 3
                                ELSE 1 END) MONTHS AS COVER_END
                          FROM
                            TB_PREMIUM_PAYMENTS Z
                            JOIN
                              (SELECT POL_ID, PAY_FREQ
                               FROM TB_POLICY_DETAILS
                               UNION ALL
                               SELECT POL_ID, PAY_FREQ
                               FROM TB_POLICY_DETAILS_HIST) AS Q
                              ON Q.POL_ID = Z.POL_ID
                          WHERE Z.AMOUNT_PAID > 0
                            AND Z.PAID_DATE < DATE(:WS-Q-NEXT)
                            AND NOT EXISTS
                                (SELECT 1 FROM TB_PREMIUM_PAYMENTS N
                                 WHERE N.POL_ID      = Z.POL_ID
                                   AND N.PAID_BY     = 'PGMNSF'
                                   AND N.AMOUNT_PAID = 0 - Z.AMOUNT_PAID
                                   AND N.PAID_DATE  >= Z.PAID_DATE)
                         ) AS Y
                       WHERE Y.COVER_END > DATE(:WS-Q-START)
                       UNION ALL
                       SELECT
                          D.POL_ID
                         ,0
                         ,COALESCE(D.GROSS_AMOUNT, D.AMOUNT)
                         ,0
                         ,0
                       FROM TB_DISBURSEMENTS D
                       WHERE D.SOURCE_TYPE = 'CLM'
                         AND D.DISB_STATUS = 'CLEARED'
                         AND D.STATUS_DATE >= DATE(:WS-Q-START)
                         AND D.STATUS_DATE <  DATE(:WS-Q-NEXT)
                       UNION ALL
                       SELECT
                          V.POL_ID
                         ,0
                         ,0
                         ,CASE WHEN V.RESERVE_STATUS = 'OPEN'
                                 OR V.STATUS_DATE >= DATE(:WS-Q-NEXT)
                               THEN V.RESERVE_AMNT ELSE 0 END
                        - CASE WHEN V.POSTED_DATE < DATE(:WS-Q-START)
                                AND (V.RESERVE_STATUS = 'OPEN'
                                  OR V.STATUS_DATE >= DATE(:WS-Q-START))
                               THEN V.RESERVE_AMNT ELSE 0 END
                         ,0
                       FROM TB_CLAIM_RESERVES V
                       WHERE V.POSTED_DATE < DATE(:WS-Q-NEXT)
                       UNION ALL
                       SELECT
                          C.POL_ID
                         ,0
                         ,0
                         ,0
                         ,C.RECOVERY_AMNT
                       FROM TB_REINS_RECOVERIES C
                       WHERE C.RAISED_DATE >= DATE(:WS-Q-START)
                         AND C.RAISED_DATE <  DATE(:WS-Q-NEXT)
                      ) AS F
                      JOIN
                        (SELECT POL_ID, POL_TYPE, AGENT_ID,
                                POL_STRT_DATE, CURRENCY_CODE
                         FROM TB_POLICY_DETAILS
                         UNION ALL
                         SELECT POL_ID, POL_TYPE, AGENT_ID,
                                POL_STRT_DATE, CURRENCY_CODE
                         FROM TB_POLICY_DETAILS_HIST) AS P
                        ON P.POL_ID = F.POL_ID
                   ) AS X
                 GROUP BY X.DIM_KEY
                 ORDER BY X.DIM_KEY
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN      PIC S9(04) COMP.
           05 LK-PARM-QUARTER.
               10 LK-PARM-YEAR PIC X(04).
               10 FILLER       PIC X(02).
               10 LK-PARM-QNBR PIC X(01).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMLOSS - LOSS RATIO REPORT STARTING'
           IF (LK-PARM-LEN = 0)
               OR (LK-PARM-YEAR IS NOT NUMERIC)
               OR (LK-PARM-QNBR IS NOT NUMERIC)
               DISPLAY 'PGMLOSS - PARM YYYY-QN REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LK-PARM-QNBR TO WS-Q-NBR
           IF (WS-Q-NBR < 1) OR (WS-Q-NBR > 4)
               DISPLAY 'PGMLOSS - QUARTER MUST BE Q1 TO Q4'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-Q-MONTH = (WS-Q-NBR * 3) - 2
           STRING LK-PARM-YEAR DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-Q-MONTH   DELIMITED BY SIZE
                  '-01'        DELIMITED BY SIZE
                  INTO WS-Q-START
           END-STRING
           PERFORM 1000-INIT
           MOVE 'P' TO WS-DIM
           MOVE 'POLICY TYPE' TO WS-TTL-SECTION
           MOVE 'POL_TYPE' TO WS-COL-KEY
           PERFORM 2000-PRINT-SECTION
           MOVE 'A' TO WS-DIM
           MOVE 'AGENT' TO WS-TTL-SECTION
           MOVE 'AGENT_ID' TO WS-COL-KEY
           PERFORM 2000-PRINT-SECTION
           MOVE 'Y' TO WS-DIM
           MOVE 'UNDERWRITING YEAR' TO WS-TTL-SECTION
           MOVE 'START YEAR' TO WS-COL-KEY
           PERFORM 2000-PRINT-SECTION
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           EXEC SQL
               SELECT CHAR(DATE(:WS-Q-START) + 3 MONTHS, ISO)
               INTO :WS-Q-NEXT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'QUARTER: ' WS-Q-START ' TO BEFORE ' WS-Q-NEXT
           MOVE LK-PARM-QUARTER TO WS-TTL-QUARTER
           OPEN OUTPUT O-LOSS-PS
           IF FS-LOSS-SUCC
               DISPLAY 'OPENED LOSS RATIO REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTLOSS. EC: ' WS-FS-LOSS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INIT-END. EXIT.

       2000-PRINT-SECTION.
           INITIALIZE WS-SECTION-TOTALS
           MOVE WS-TITLE-LINE TO O-LOSS-REC
           WRITE O-LOSS-REC
           MOVE WS-COLUMN-LINE TO O-LOSS-REC
           WRITE O-LOSS-REC
           EXEC SQL OPEN CURSOR_LOSS END-EXEC
           MOVE '2000-PRINT-SECTION' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_LOSS INTO
                        :WS-DIM-KEY
                       ,:WS-EARNED
                       ,:WS-PAID
                       ,:WS-RSV-MOVE
                       ,:WS-RECOV
                       ,:WS-POL-COUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-PRINT-SECTION' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD WS-EARNED    TO WS-SEC-EARNED
                   ADD WS-PAID      TO WS-SEC-PAID
                   ADD WS-RSV-MOVE  TO WS-SEC-RSV-MOVE
                   ADD WS-RECOV     TO WS-SEC-RECOV
                   ADD WS-POL-COUNT TO WS-SEC-POL-COUNT
                   PERFORM 2100-WRITE-LOSS-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LOSS END-EXEC
           MOVE 'TOTAL'          TO WS-DIM-KEY
           MOVE WS-SEC-EARNED    TO WS-EARNED
           MOVE WS-SEC-PAID      TO WS-PAID
           MOVE WS-SEC-RSV-MOVE  TO WS-RSV-MOVE
           MOVE WS-SEC-RECOV     TO WS-RECOV
           MOVE WS-SEC-POL-COUNT TO WS-POL-COUNT
           PERFORM 2100-WRITE-LOSS-LINE
           MOVE SPACES TO O-LOSS-REC
           WRITE O-LOSS-REC.
       2000-PRINT-SECTION-END. EXIT.

      ******************************************************************
      * 2100-WRITE-LOSS-LINE: INCURRED IS PAID PLUS RESERVE MOVEMENT;  *
      * NET TAKES OFF THE RECOVERIES. A KEY WITH NO EARNED PREMIUM IN  *
      * THE QUARTER HAS NO RATIO AND PRINTS N/A.                       *
      ******************************************************************
       2100-WRITE-LOSS-LINE.
           COMPUTE WS-GROSS-INC = WS-PAID + WS-RSV-MOVE
           COMPUTE WS-NET-INC   = WS-GROSS-INC - WS-RECOV
           MOVE WS-DIM-KEY   TO WS-LSL-KEY
           MOVE WS-EARNED    TO WS-LSL-EARNED
           MOVE WS-PAID      TO WS-LSL-PAID
           MOVE WS-RSV-MOVE  TO WS-LSL-RSV-MOVE
           MOVE WS-GROSS-INC TO WS-LSL-GROSS-INC
           MOVE WS-RECOV     TO WS-LSL-RECOV
           MOVE WS-NET-INC   TO WS-LSL-NET-INC
           MOVE WS-POL-COUNT TO WS-LSL-POL-COUNT
           IF WS-EARNED > 0
               COMPUTE WS-RATIO ROUNDED =
                   WS-GROSS-INC * 100 / WS-EARNED
                   ON SIZE ERROR MOVE 99999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-LSL-GROSS-LR
               COMPUTE WS-RATIO ROUNDED =
                   WS-NET-INC * 100 / WS-EARNED
                   ON SIZE ERROR MOVE 99999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-LSL-NET-LR
           ELSE
               MOVE '     N/A' TO WS-LSL-GROSS-LR-X
               MOVE '     N/A' TO WS-LSL-NET-LR-X
           END-IF
           MOVE WS-LOSS-LINE TO O-LOSS-REC
           WRITE O-LOSS-REC.
       2100-WRITE-LOSS-LINE-END. EXIT.

       9000-TERM.
           CLOSE O-LOSS-PS
           DISPLAY 'LOSS RATIO LINES WRITTEN: ' WS-LINE-COUNT
           DISPLAY 'PGMLOSS - LOSS RATIO REPORT COMPLETE'
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
           MOVE 'PGMLOSS'       TO HV-ERL-PROGRAM-ID
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
