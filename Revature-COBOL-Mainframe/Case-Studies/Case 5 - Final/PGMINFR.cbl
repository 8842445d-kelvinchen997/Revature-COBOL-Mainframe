       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINFR.
      *   PROGRAM NAME: MONTHLY IN-FORCE MOVEMENT (ROLL-FORWARD)
      *   INPUT: JCL PARM 'YYYY-MM' (THE MONTH, REQUIRED),
      *       TB_POLICY_DETAILS, TB_POLICY_DETAILS_HIST,
      *       TB_POLICY_HOLDER_DETAILS, TB_CLAIMS, TB_AUDIT_LOG,
      *       TB_AUDIT_LOG_HIST, TB_INFORCE_BALANCES
      *   OUTPUT: TB_INFORCE_BALANCES,
      *       ARI011.KELVIN.TRNING.FINAL.PS(INFRCMV) AS: OUTINFR
      *   DESCRIPTION: HOW THE BOOK MOVED OVER ONE MONTH, BY POL_TYPE
      *       AND CURRENCY_CODE, IN POLICY COUNT AND SUM ASSURED:
      *       THE PRIOR MONTH-END'S IN-FORCE (TB_INFORCE_BALANCES),
      *       PLUS NEW BUSINESS (POL_STRT_DATE IN THE MONTH, PGMRNWL
      *       SUCCESSORS INCLUDED) AND REINSTATEMENTS (THE POL4
      *       'REINSTATE-POLICY' AUDIT ROWS), LESS LAPSES, MATURITIES,
      *       SURRENDERS AND FREE-LOOK CANCELLATIONS (THE STATUS THE
      *       POLICY WAS MOVED TO, DATED BY LAST_UPD_TS) AND DEATH
      *       CLAIMS (APPROVED IN THE MONTH ON A POLICY STILL ACTIVE),
      *       GIVES THE CLOSING IN-FORCE. THE CLOSING IS PROVED
      *       AGAINST A LIVE COUNT OF TB_POLICY_DETAILS (ACTIVE, NO
      *       APPROVED DEATH CLAIM) AND THE DIFFERENCE IS PRINTED - A
      *       GROUP THAT DOES NOT PROVE ENDS RC=4. EXITS ARE READ FROM
      *       TB_POLICY_DETAILS_HIST AS WELL, SO A ROW PGMARCH MOVED
      *       OUT IN THE MONTH STILL COUNTS. THE LIVE COUNT IS SAVED
      *       AS THE MONTH'S CLOSING FOR NEXT MONTH TO START FROM; THE
      *       FIRST RUN HAS NO PRIOR MONTH AND BACKS ITS OPENING OUT
      *       OF THE LIVE COUNT. RUN AFTER THE MONTH'S LAST NIGHTLY
      *       CYCLE (PGMLAPSE, PGMMAT, PGMARCH) AND BEFORE THE NEXT
      *       DAY'S ONLINE, SO THE LIVE COUNT IS THE MONTH-END BOOK.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-INFR-PS ASSIGN TO OUTINFR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-INFR.
       DATA DIVISION.
       FILE SECTION.
       FD O-INFR-PS.
       01 O-INFR-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-INFR        PIC 9(02).
                   88 FS-INFR-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-MONTH-DATES.
               10 WS-MONTH-START    PIC X(10).
               10 WS-MONTH-END      PIC X(10).
               10 WS-PRIOR-VAL-DATE PIC X(10).
           05 WS-FETCH-VARS.
               10 WS-FETCH-BKT      PIC S9(04) USAGE COMP.
               10 WS-FETCH-CNT      PIC S9(09)V USAGE COMP-3.
               10 WS-FETCH-SA       PIC S9(15)V USAGE COMP-3.
           05 WS-BKT                PIC S9(04) USAGE COMP.
           05 WS-GRP-POL-TYPE       PIC X(03) VALUE SPACES.
           05 WS-GRP-CURRENCY       PIC X(03) VALUE SPACES.
           05 WS-FIRST-SW           PIC X(01) VALUE 'Y'.
               88 WS-FIRST-ROW          VALUE 'Y'.
           05 WS-SEED-SW            PIC X(01) VALUE 'N'.
               88 WS-SEED-OPENING       VALUE 'Y'.
           05 WS-BREAK-SW           PIC X(01) VALUE 'N'.
               88 WS-INF-PROVED         VALUE 'N'.
               88 WS-INF-BROKEN         VALUE 'Y'.
      * BUCKETS 1-8 ARE THE ROLL-FORWARD LINES IN PRINT ORDER (SEE
      * WS-LBL-TABLE), 9 IS THE LIVE COUNT THE CLOSING IS PROVED TO
           05 WS-GRP-TABLE.
               10 WS-GRP-ENTRY OCCURS 9 TIMES.
                   15 WS-GRP-CNT    PIC S9(09)V USAGE COMP-3.
                   15 WS-GRP-SA     PIC S9(15)V USAGE COMP-3.
           05 WS-TOT-TABLE.
               10 WS-TOT-ENTRY OCCURS 9 TIMES.
                   15 WS-TOT-CNT    PIC S9(09)V USAGE COMP-3.
                   15 WS-TOT-SA     PIC S9(15)V USAGE COMP-3.
           05 WS-PRT-TABLE.
               10 WS-PRT-ENTRY OCCURS 9 TIMES.
                   15 WS-PRT-CNT    PIC S9(09)V USAGE COMP-3.
                   15 WS-PRT-SA     PIC S9(15)V USAGE COMP-3.
           05 WS-PRT-SA-SW          PIC X(01) VALUE 'Y'.
               88 WS-PRT-WITH-SA        VALUE 'Y'.
           05 WS-CALC-VARS.
               10 WS-NET-CNT        PIC S9(09)V USAGE COMP-3.
               10 WS-NET-SA         PIC S9(15)V USAGE COMP-3.
               10 WS-CLOSE-CNT      PIC S9(09)V USAGE COMP-3.
               10 WS-CLOSE-SA       PIC S9(15)V USAGE COMP-3.
               10 WS-DIFF-CNT       PIC S9(09)V USAGE COMP-3.
               10 WS-DIFF-SA        PIC S9(15)V USAGE COMP-3.
           05 WS-COUNTERS.
               10 WS-GROUP-COUNT    PIC 9(05) VALUE ZEROES.
               10 WS-BREAK-COUNT    PIC 9(05) VALUE ZEROES.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(30) VALUE
                                    '*** IN-FORCE MOVEMENT - MONTH '.
               10 WS-TTL-MONTH      PIC X(07).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(39) VALUE SPACES.
           05 WS-COLUMN-LINE.
               10 FILLER            PIC X(32) VALUE SPACES.
               10 FILLER            PIC X(10) VALUE '  POLICIES'.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 FILLER            PIC X(15) VALUE
                                    '    SUM ASSURED'.
               10 FILLER            PIC X(22) VALUE SPACES.
           05 WS-GROUP-LINE.
               10 FILLER            PIC X(10) VALUE 'POL_TYPE: '.
               10 WS-GRL-POL-TYPE   PIC X(03).
               10 FILLER            PIC X(13) VALUE '   CURRENCY: '.
               10 WS-GRL-CURRENCY   PIC X(03).
               10 FILLER            PIC X(51) VALUE SPACES.
           05 WS-MOVE-LINE.
               10 WS-MVL-LABEL      PIC X(32).
               10 WS-MVL-CNT        PIC -(09)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-MVL-SA         PIC -(14)9.
               10 WS-MVL-SA-X REDEFINES WS-MVL-SA
                                    PIC X(15).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-MVL-FLAG       PIC X(05) VALUE SPACES.
               10 FILLER            PIC X(16) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      ******************************************************************
      * WS-LBL-TABLE: PRINT LABEL PER BUCKET - THE ORDER HERE IS THE   *
      * BUCKET NUMBER CURSOR_INFR TAGS EACH ROW WITH.                  *
      ******************************************************************
       01 WS-LBL-TABLE-DATA.
           05 FILLER PIC X(32) VALUE 'OPENING IN-FORCE'.
           05 FILLER PIC X(32) VALUE '  + NEW BUSINESS'.
           05 FILLER PIC X(32) VALUE '  + REINSTATEMENTS'.
           05 FILLER PIC X(32) VALUE '  - LAPSES'.
           05 FILLER PIC X(32) VALUE '  - MATURITIES'.
           05 FILLER PIC X(32) VALUE '  - SURRENDERS'.
           05 FILLER PIC X(32) VALUE '  - DEATH CLAIMS'.
           05 FILLER PIC X(32) VALUE '  - FREE-LOOK CANCELLATIONS'.
           05 FILLER PIC X(32) VALUE 'LIVE IN-FORCE (POLICY DETAILS)'.
       01 WS-LBL-TABLE REDEFINES WS-LBL-TABLE-DATA.
           05 WS-LBL-ENTRY PIC X(32) OCCURS 9 TIMES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBINFBAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * ONE ROW PER GROUP PER BUCKET: 1 THE PRIOR MONTH-END, 2 NEW
      * BUSINESS, 3 REINSTATEMENTS, 4-6 AND 8 THE EXITS BY THE STATUS
      * MOVED TO (LIVE AND ARCHIVED ROWS ALIKE), 7 DEATH CLAIMS, 9 THE
      * LIVE BOOK. A DECLINED OR STILL-PENDING REFERRAL WAS NEVER IN
      * FORCE AND IS NOT NEW BUSINESS.
           EXEC SQL
               DECLARE CURSOR_INFR CURSOR FOR
                 SELECT
                    X.POL_TYPE
                   ,X.CURRENCY_CODE
                   ,X.BUCKET
                   ,SUM(X.POL_COUNT)
                   ,SUM(X.SUM_ASSURED)
                 FROM
                   (SELECT
                       B.POL_TYPE
                      ,B.CURRENCY_CODE
                      ,1 AS BUCKET
                      ,B.POLICY_COUNT AS POL_COUNT
                      ,B.SUM_ASSURED
                    FROM TB_INFORCE_BALANCES B
                    WHERE B.VAL_DATE = DATE(:WS-PRIOR-VAL-DATE)
                    UNION ALL
                    SELECT
                       COALESCE(P.POL_TYPE, ' ')
                      ,COALESCE(P.CURRENCY_CODE, ' ')
                      ,2
                      ,1
                      ,COALESCE(H.SUM_ASSURED, 0)
                    FROM
                      (SELECT POL_ID, POL_TYPE, CURRENCY_CODE,
                              POL_STRT_DATE, POLICY_STATUS
                       FROM TB_POLICY_DETAILS
                       UNION ALL
                       SELECT POL_ID, POL_TYPE, CURRENCY_CODE,
                              POL_STRT_DATE, POLICY_STATUS
                       FROM TB_POLICY_DETAILS_HIST) AS P
                      LEFT JOIN TB_POLICY_HOLDER_DETAILS H
                        ON H.POL_ID = P.POL_ID
                    WHERE P.POL_STRT_DATE
                          BETWEEN DATE(:WS-MONTH-START)
                              AND DATE(:WS-MONTH-END)
                      AND P.POLICY_STATUS NOT IN ('PENDUW', 'DECLINED')
                    UNION ALL
                    SELECT
                       COALESCE(P.POL_TYPE, ' ')
                      ,COALESCE(P.CURRENCY_CODE, ' ')
                      ,3
                      ,1
                      ,COALESCE(H.SUM_ASSURED, 0)
                    FROM
                      (SELECT REF_ID, ACTION, AUDIT_DATE
                       FROM TB_AUDIT_LOG
                       UNION ALL
                       SELECT REF_ID, ACTION, AUDIT_DATE
                       FROM TB_AUDIT_LOG_HIST) AS L
                      JOIN TB_POLICY_DETAILS P
                        ON P.POL_ID = L.REF_ID
                      LEFT JOIN TB_POLICY_HOLDER_DETAILS H
                        ON H.POL_ID = P.POL_ID
                    WHERE L.ACTION = 'REINSTATE-POLICY'
                      AND L.AUDIT_DATE
                          BETWEEN DATE(:WS-MONTH-START)
                              AND DATE(:WS-MONTH-END)
                    UNION ALL
                    SELECT
                       COALESCE(P.POL_TYPE, ' ')
                      ,COALESCE(P.CURRENCY_CODE, ' ')
                      ,CASE P.POLICY_STATUS
                       WHEN 'LAPSED'    THEN 4
                       WHEN 'MATURE'    THEN 5
                       WHEN 'SURRENDER' THEN 6
                       ELSE 8 END
                      ,1
                      ,COALESCE(H.SUM_ASSURED, 0)
                    FROM
                      (SELECT POL_ID, POL_TYPE, CURRENCY_CODE,
                              POLICY_STATUS, LAST_UPD_TS
                       FROM TB_POLICY_DETAILS
                       UNION ALL
                       SELECT POL_ID, POL_TYPE, CURRENCY_CODE,
                              POLICY_STATUS, LAST_UPD_TS
                       FROM TB_POLICY_DETAILS_HIST) AS P
                      LEFT JOIN TB_POLICY_HOLDER_DETAILS H
                        ON H.POL_ID = P.POL_ID
                    WHERE P.POLICY_STATUS IN
                          ('LAPSED', 'MATURE', 'SURRENDER', 'FREELOOK')
                      AND DATE(P.LAST_UPD_TS)
                          BETWEEN DATE(:WS-MONTH-START)
                              AND DATE(:WS-MONTH-END)
                    UNION ALL
                    SELECT
                       COALESCE(P.POL_TYPE, ' ')
                      ,COALESCE(P.CURRENCY_CODE, ' ')
                      ,7
                      ,1
                      ,COALESCE(H.SUM_ASSURED, 0)
                    FROM
                      TB_POLICY_DETAILS P
                      LEFT JOIN TB_POLICY_HOLDER_DETAILS H
                        ON H.POL_ID = P.POL_ID
                    WHERE P.POLICY_STATUS = 'ACTIVE'
                      AND EXISTS
                          (SELECT 1 FROM TB_CLAIMS C
                           WHERE C.POL_ID = P.POL_ID
                             AND C.CLAIM_REASON LIKE 'DEATH%'
                             AND C.CLAIM_STATUS IN ('APPROVED', 'PAID')
                             AND C.DECIDED_DATE
                                 BETWEEN DATE(:WS-MONTH-START)
                                     AND DATE(:WS-MONTH-END))
                    UNION ALL
                    SELECT
                       COALESCE(P.POL_TYPE, ' ')
                      ,COALESCE(P.CURRENCY_CODE, ' ')
                      ,9
                      ,1
                      ,COALESCE(H.SUM_ASSURED, 0)
                    FROM
                      TB_POLICY_DETAILS P
                      LEFT JOIN TB_POLICY_HOLDER_DETAILS H
                        ON H.POL_ID = P.POL_ID
                    WHERE P.POLICY_STATUS = 'ACTIVE'
                      AND NOT EXISTS
                          (SELECT 1 FROM TB_CLAIMS C
                           WHERE C.POL_ID = P.POL_ID
                             AND C.CLAIM_REASON LIKE 'DEATH%'
                             AND C.CLAIM_STATUS IN ('APPROVED', 'PAID'))
                   ) AS X
                 GROUP BY X.POL_TYPE, X.CURRENCY_CODE, X.BUCKET
                 ORDER BY 1, 2, 3
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-MONTH  PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMINFR - IN-FORCE MOVEMENT STARTING'
           IF (LK-PARM-LEN = 0)
               OR (LK-PARM-MONTH(1:4) IS NOT NUMERIC)
               OR (LK-PARM-MONTH(6:2) IS NOT NUMERIC)
               DISPLAY 'PGMINFR - PARM YYYY-MM REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING LK-PARM-MONTH(1:7) DELIMITED BY SIZE
                  '-01'              DELIMITED BY SIZE
                  INTO WS-MONTH-START
           END-STRING
           PERFORM 1000-INIT
           PERFORM 2000-ROLL-FORWARD
           PERFORM 3000-PRINT-TOTALS
           EXEC SQL COMMIT END-EXEC
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
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(VAL_DATE), ISO), '0001-01-01')
               INTO :WS-PRIOR-VAL-DATE
               FROM TB_INFORCE_BALANCES
               WHERE VAL_DATE < DATE(:WS-MONTH-END)
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-PRIOR-VAL-DATE = '0001-01-01'
               SET WS-SEED-OPENING TO TRUE
               DISPLAY 'NO PRIOR MONTH-END - OPENING BACKED OUT OF THE '
                   'LIVE COUNT'
           ELSE
               DISPLAY 'OPENING FROM MONTH-END: ' WS-PRIOR-VAL-DATE
           END-IF
           OPEN OUTPUT O-INFR-PS
           IF FS-INFR-SUCC
               DISPLAY 'OPENED IN-FORCE MOVEMENT REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTINFR. EC: ' WS-FS-INFR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A RERUN FOR THE SAME MONTH REPLACES ITS ROWS
           EXEC SQL
               DELETE FROM TB_INFORCE_BALANCES
               WHERE VAL_DATE = DATE(:WS-MONTH-END)
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           INITIALIZE WS-TOT-TABLE
           MOVE LK-PARM-MONTH(1:7) TO WS-TTL-MONTH
           MOVE WS-TITLE-LINE TO O-INFR-REC
           WRITE O-INFR-REC.
       1000-INIT-END. EXIT.

       2000-ROLL-FORWARD.
           EXEC SQL OPEN CURSOR_INFR END-EXEC
           MOVE '2000-ROLL-FORWARD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_INFR INTO
                        :HV-INF-POL-TYPE
                       ,:HV-INF-CURRENCY-CODE
                       ,:WS-FETCH-BKT
                       ,:WS-FETCH-CNT
                       ,:WS-FETCH-SA
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-ROLL-FORWARD' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-TAKE-ONE-BUCKET
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_INFR END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM 2200-CLOSE-GROUP
           END-IF.
       2000-ROLL-FORWARD-END. EXIT.

       2100-TAKE-ONE-BUCKET.
           IF WS-FIRST-ROW
               MOVE 'N' TO WS-FIRST-SW
               PERFORM 2150-START-GROUP
           ELSE
               IF (HV-INF-POL-TYPE NOT = WS-GRP-POL-TYPE) OR
                  (HV-INF-CURRENCY-CODE NOT = WS-GRP-CURRENCY)
                   PERFORM 2200-CLOSE-GROUP
                   PERFORM 2150-START-GROUP
               END-IF
           END-IF
           MOVE WS-FETCH-CNT TO WS-GRP-CNT(WS-FETCH-BKT)
           MOVE WS-FETCH-SA  TO WS-GRP-SA(WS-FETCH-BKT).
       2100-TAKE-ONE-BUCKET-END. EXIT.

       2150-START-GROUP.
           MOVE HV-INF-POL-TYPE      TO WS-GRP-POL-TYPE
           MOVE HV-INF-CURRENCY-CODE TO WS-GRP-CURRENCY
           INITIALIZE WS-GRP-TABLE.
       2150-START-GROUP-END. EXIT.

      ******************************************************************
      * 2200-CLOSE-GROUP: PRINTS ONE GROUP'S ROLL-FORWARD AND SAVES    *
      * ITS LIVE COUNT AS THE MONTH-END IN-FORCE. ON THE FIRST RUN THE *
      * OPENING IS WHATEVER MAKES THE MONTH'S MOVEMENTS LAND ON THE    *
      * LIVE COUNT, SO THE FIRST MONTH PROVES BY CONSTRUCTION.         *
      ******************************************************************
       2200-CLOSE-GROUP.
           IF WS-SEED-OPENING
               COMPUTE WS-GRP-CNT(1) = WS-GRP-CNT(9)
                   - WS-GRP-CNT(2) - WS-GRP-CNT(3) + WS-GRP-CNT(4)
                   + WS-GRP-CNT(5) + WS-GRP-CNT(6) + WS-GRP-CNT(7)
                   + WS-GRP-CNT(8)
               COMPUTE WS-GRP-SA(1) = WS-GRP-SA(9)
                   - WS-GRP-SA(2) - WS-GRP-SA(3) + WS-GRP-SA(4)
                   + WS-GRP-SA(5) + WS-GRP-SA(6) + WS-GRP-SA(7)
                   + WS-GRP-SA(8)
           END-IF
           MOVE WS-GRP-POL-TYPE TO WS-GRL-POL-TYPE
           MOVE WS-GRP-CURRENCY TO WS-GRL-CURRENCY
           MOVE WS-GROUP-LINE TO O-INFR-REC
           WRITE O-INFR-REC
           MOVE WS-GRP-TABLE TO WS-PRT-TABLE
           MOVE 'Y' TO WS-PRT-SA-SW
           PERFORM 2300-PRINT-BLOCK
           PERFORM 2250-ADD-TO-TOTALS
               VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 9
           IF WS-DIFF-CNT NOT = 0 OR WS-DIFF-SA NOT = 0
               SET WS-INF-BROKEN TO TRUE
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-MONTH-END    TO HV-INF-VAL-DATE
           MOVE WS-GRP-POL-TYPE TO HV-INF-POL-TYPE
           MOVE WS-GRP-CURRENCY TO HV-INF-CURRENCY-CODE
           MOVE WS-GRP-CNT(9)   TO HV-INF-POLICY-COUNT
           MOVE WS-GRP-SA(9)    TO HV-INF-SUM-ASSURED
      * A GROUP THAT HAS RUN OFF ENTIRELY CARRIES NOTHING FORWARD
           IF HV-INF-POLICY-COUNT NOT = 0
               EXEC SQL
                   INSERT INTO TB_INFORCE_BALANCES VALUES (
                    :HV-INF-VAL-DATE
                   ,:HV-INF-POL-TYPE
                   ,:HV-INF-CURRENCY-CODE
                   ,:HV-INF-POLICY-COUNT
                   ,:HV-INF-SUM-ASSURED
                   ,CURRENT DATE
                   )
               END-EXEC
               MOVE '2200-CLOSE-GROUP' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           ADD 1 TO WS-GROUP-COUNT.
       2200-CLOSE-GROUP-END. EXIT.

       2250-ADD-TO-TOTALS.
           ADD WS-GRP-CNT(WS-BKT) TO WS-TOT-CNT(WS-BKT)
           ADD WS-GRP-SA(WS-BKT)  TO WS-TOT-SA(WS-BKT).
       2250-ADD-TO-TOTALS-END. EXIT.

      ******************************************************************
      * 2300-PRINT-BLOCK: THE ROLL-FORWARD IN WS-PRT-TABLE - OPENING,  *
      * THE SEVEN MOVEMENTS, THE COMPUTED CLOSING, THE LIVE COUNT AND  *
      * THE DIFFERENCE (LIVE LESS COMPUTED), FLAGGED WHEN NOT ZERO.    *
      ******************************************************************
       2300-PRINT-BLOCK.
           MOVE WS-COLUMN-LINE TO O-INFR-REC
           WRITE O-INFR-REC
           PERFORM 2310-PRINT-BUCKET
               VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 8
           COMPUTE WS-NET-CNT = WS-PRT-CNT(2) + WS-PRT-CNT(3)
               - WS-PRT-CNT(4) - WS-PRT-CNT(5) - WS-PRT-CNT(6)
               - WS-PRT-CNT(7) - WS-PRT-CNT(8)
           COMPUTE WS-NET-SA = WS-PRT-SA(2) + WS-PRT-SA(3)
               - WS-PRT-SA(4) - WS-PRT-SA(5) - WS-PRT-SA(6)
               - WS-PRT-SA(7) - WS-PRT-SA(8)
           COMPUTE WS-CLOSE-CNT = WS-PRT-CNT(1) + WS-NET-CNT
           COMPUTE WS-CLOSE-SA  = WS-PRT-SA(1)  + WS-NET-SA
           COMPUTE WS-DIFF-CNT  = WS-PRT-CNT(9) - WS-CLOSE-CNT
           COMPUTE WS-DIFF-SA   = WS-PRT-SA(9)  - WS-CLOSE-SA
           MOVE 'CLOSING IN-FORCE'   TO WS-MVL-LABEL
           MOVE WS-CLOSE-CNT         TO WS-MVL-CNT
           MOVE WS-CLOSE-SA          TO WS-MVL-SA
           PERFORM 2320-WRITE-MOVE-LINE
           MOVE 9 TO WS-BKT
           PERFORM 2310-PRINT-BUCKET
           MOVE 'DIFFERENCE'         TO WS-MVL-LABEL
           MOVE WS-DIFF-CNT          TO WS-MVL-CNT
           MOVE WS-DIFF-SA           TO WS-MVL-SA
           IF WS-DIFF-CNT NOT = 0 OR
              (WS-DIFF-SA NOT = 0 AND WS-PRT-WITH-SA)
               MOVE 'BREAK' TO WS-MVL-FLAG
           END-IF
           PERFORM 2320-WRITE-MOVE-LINE
           MOVE SPACES TO O-INFR-REC
           WRITE O-INFR-REC.
       2300-PRINT-BLOCK-END. EXIT.

       2310-PRINT-BUCKET.
           MOVE WS-LBL-ENTRY(WS-BKT) TO WS-MVL-LABEL
           MOVE WS-PRT-CNT(WS-BKT)   TO WS-MVL-CNT
           MOVE WS-PRT-SA(WS-BKT)    TO WS-MVL-SA
           PERFORM 2320-WRITE-MOVE-LINE.
       2310-PRINT-BUCKET-END. EXIT.

       2320-WRITE-MOVE-LINE.
      * SUM ASSURED IS IN POLICY CURRENCY - IT DOES NOT ADD ACROSS
      * CURRENCIES, SO THE GRAND TOTAL BLOCK SHOWS COUNTS ONLY
           IF NOT WS-PRT-WITH-SA
               MOVE SPACES TO WS-MVL-SA-X
           END-IF
           MOVE WS-MOVE-LINE TO O-INFR-REC
           WRITE O-INFR-REC
           MOVE SPACES TO WS-MVL-FLAG.
       2320-WRITE-MOVE-LINE-END. EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS: THE WHOLE BOOK'S ROLL-FORWARD IN POLICY     *
      * COUNT. ANY GROUP THAT DID NOT PROVE ENDS THE RUN RC=4 - THE    *
      * MONTH-END IS STILL SAVED, FROM THE LIVE COUNT.                 *
      ******************************************************************
       3000-PRINT-TOTALS.
           MOVE 'ALL POLICY TYPES AND CURRENCIES' TO O-INFR-REC
           WRITE O-INFR-REC
           MOVE WS-TOT-TABLE TO WS-PRT-TABLE
           MOVE 'N' TO WS-PRT-SA-SW
           PERFORM 2300-PRINT-BLOCK
           IF WS-INF-BROKEN
               MOVE '*** BREAK - IN-FORCE DOES NOT PROVE TO LIVE ***'
                   TO O-INFR-REC
               WRITE O-INFR-REC
               DISPLAY 'IN-FORCE DOES NOT PROVE - ENDING RC=4'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE '*** IN-FORCE PROVES TO LIVE ***'
                   TO O-INFR-REC
               WRITE O-INFR-REC
               DISPLAY 'IN-FORCE PROVES TO LIVE COUNT'
           END-IF
           DISPLAY 'GROUPS REPORTED. . . : ' WS-GROUP-COUNT
           DISPLAY 'GROUPS NOT PROVING . : ' WS-BREAK-COUNT
           DISPLAY 'CLOSING POLICIES . . : ' WS-CLOSE-CNT
           DISPLAY 'LIVE POLICIES. . . . : ' WS-TOT-CNT(9).
       3000-PRINT-TOTALS-END. EXIT.

       9000-TERM.
           CLOSE O-INFR-PS
           DISPLAY 'PGMINFR - IN-FORCE MOVEMENT COMPLETE'
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
           MOVE 'PGMINFR'       TO HV-ERL-PROGRAM-ID
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
