       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMPQ.
      *   PROGRAM NAME: QUARTERLY COMPLAINTS RETURN
      *   INPUT: JCL PARM 'YYYY-QN' (THE QUARTER, REQUIRED),
      *       TB_COMPLAINTS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(CMPRTN) AS: OUTCMPQ
      *   DESCRIPTION: THE REGULATOR'S QUARTERLY COMPLAINTS RETURN.
      *       FOR EACH CATEGORY, ONE LINE PER OUTCOME FOR THE
      *       COMPLAINTS RESOLVED IN THE QUARTER - HOW MANY, HOW MANY
      *       OF THEM INSIDE THE 8 WEEKS (RESOLVED ON OR BEFORE
      *       RESOLVE_DUE_DATE) AND THE REDRESS PAID - THEN A CATEGORY
      *       TOTAL LINE THAT ALSO CARRIES THE COMPLAINTS RECEIVED IN
      *       THE QUARTER AND THOSE STILL OPEN AT QUARTER END. A GRAND
      *       TOTAL LINE ENDS THE RETURN.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-CMPQ-PS ASSIGN TO OUTCMPQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMPQ.
       DATA DIVISION.
       FILE SECTION.
       FD O-CMPQ-PS.
       01 O-CMPQ-REC              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CMPQ        PIC 9(02).
                   88 FS-CMPQ-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-QUARTER-DATES.
               10 WS-Q-START        PIC X(10).
               10 WS-Q-NEXT         PIC X(10).
               10 WS-Q-NBR          PIC 9(01).
               10 WS-Q-MONTH        PIC 9(02).
           05 WS-FETCH-VARS.
               10 WS-CATEGORY       PIC X(08).
               10 WS-OUTCOME        PIC X(08).
               10 WS-RESOLVED       PIC S9(09) USAGE COMP.
               10 WS-IN-TIME        PIC S9(09) USAGE COMP.
               10 WS-REDRESS        PIC S9(13)V99 USAGE COMP-3.
               10 WS-RECEIVED       PIC S9(09) USAGE COMP.
               10 WS-OPEN-END       PIC S9(09) USAGE COMP.
           05 WS-BREAK-VARS.
               10 WS-PREV-CATEGORY  PIC X(08) VALUE SPACES.
               10 WS-FIRST-SW       PIC X(01) VALUE 'Y'.
                   88 WS-FIRST-ROW  VALUE 'Y'.
      * ONE SET FOR THE CATEGORY BEING PRINTED, ONE FOR THE RETURN
           05 WS-CAT-TOTALS.
               10 WS-CAT-RESOLVED   PIC S9(09) USAGE COMP.
               10 WS-CAT-IN-TIME    PIC S9(09) USAGE COMP.
               10 WS-CAT-REDRESS    PIC S9(13)V99 USAGE COMP-3.
               10 WS-CAT-RECEIVED   PIC S9(09) USAGE COMP.
               10 WS-CAT-OPEN-END   PIC S9(09) USAGE COMP.
           05 WS-ALL-TOTALS.
               10 WS-ALL-RESOLVED   PIC S9(09) USAGE COMP.
               10 WS-ALL-IN-TIME    PIC S9(09) USAGE COMP.
               10 WS-ALL-REDRESS    PIC S9(13)V99 USAGE COMP-3.
               10 WS-ALL-RECEIVED   PIC S9(09) USAGE COMP.
               10 WS-ALL-OPEN-END   PIC S9(09) USAGE COMP.
           05 WS-CALC-VARS.
               10 WS-PCT            PIC S9(03)V9 USAGE COMP-3.
           05 WS-COUNTERS.
               10 WS-LINE-COUNT     PIC 9(05) VALUE ZEROES.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(34) VALUE
                                    '*** COMPLAINTS RETURN - QUARTER '.
               10 WS-TTL-QUARTER    PIC X(07).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(87) VALUE SPACES.
           05 WS-COLUMN-LINE.
               10 FILLER            PIC X(09) VALUE 'CATEGORY'.
               10 FILLER            PIC X(09) VALUE 'OUTCOME'.
               10 FILLER            PIC X(10) VALUE '  RESOLVED'.
               10 FILLER            PIC X(10) VALUE '  IN 8 WKS'.
               10 FILLER            PIC X(08) VALUE '  IN 8W%'.
               10 FILLER            PIC X(15) VALUE
                                    '   REDRESS PAID'.
               10 FILLER            PIC X(10) VALUE '  RECEIVED'.
               10 FILLER            PIC X(10) VALUE '  OPEN END'.
               10 FILLER            PIC X(51) VALUE SPACES.
           05 WS-CMPQ-LINE.
               10 WS-CQL-CATEGORY   PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CQL-OUTCOME    PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CQL-RESOLVED   PIC Z(9)9.
               10 WS-CQL-IN-TIME    PIC Z(9)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CQL-PCT        PIC ZZZ9.9.
               10 WS-CQL-PCT-X REDEFINES WS-CQL-PCT
                                    PIC X(06).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CQL-REDRESS    PIC -(11)9.99.
               10 WS-CQL-RECEIVED   PIC Z(9)9.
               10 WS-CQL-RECEIVED-X REDEFINES WS-CQL-RECEIVED
                                    PIC X(10).
               10 WS-CQL-OPEN-END   PIC Z(9)9.
               10 WS-CQL-OPEN-END-X REDEFINES WS-CQL-OPEN-END
                                    PIC X(10).
               10 FILLER            PIC X(51) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBCMPLT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * ONE ROW PER CATEGORY AND OUTCOME OF THE COMPLAINTS RESOLVED IN
      * THE QUARTER, PLUS ONE ROW PER CATEGORY WITH A BLANK OUTCOME
      * CARRYING ITS RECEIVED-IN-QUARTER AND OPEN-AT-QUARTER-END
      * COUNTS. THE BLANK ROW SORTS FIRST IN ITS CATEGORY, SO A
      * CATEGORY WITH NOTHING RESOLVED STILL GETS ITS TOTAL LINE.
           EXEC SQL
               DECLARE CURSOR_CMPQ CURSOR FOR
                 SELECT
                    X.CATEGORY
                   ,X.OUTCOME
                   ,SUM(X.RSV)
                   ,SUM(X.IN_TIME)
                   ,SUM(X.REDRESS)
                   ,SUM(X.RCVD)
                   ,SUM(X.OPEN_END)
                 FROM
                   (SELECT
                       C.CATEGORY
                      ,COALESCE(C.OUTCOME, ' ') AS OUTCOME
                      ,1 AS RSV
                      ,CASE WHEN C.RESOLVED_DATE <= C.RESOLVE_DUE_DATE
                            THEN 1 ELSE 0 END AS IN_TIME
                      ,DECIMAL(COALESCE(C.REDRESS_AMT, 0), 15, 2)
                                                         AS REDRESS
                      ,0 AS RCVD
                      ,0 AS OPEN_END
                    FROM TB_COMPLAINTS C
                    WHERE C.CMP_STATUS = 'RESOLVED'
                      AND C.RESOLVED_DATE >= DATE(:WS-Q-START)
                      AND C.RESOLVED_DATE <  DATE(:WS-Q-NEXT)
                    UNION ALL
                    SELECT
                       C.CATEGORY
                      ,' '
                      ,0
                      ,0
                      ,DECIMAL(0, 15, 2)
                      ,CASE WHEN C.RECEIVED_DATE >= DATE(:WS-Q-START)
                            THEN 1 ELSE 0 END
                      ,CASE WHEN C.RESOLVED_DATE IS NULL
                              OR C.RESOLVED_DATE >= DATE(:WS-Q-NEXT)
                            THEN 1 ELSE 0 END
                    FROM TB_COMPLAINTS C
                    WHERE C.RECEIVED_DATE < DATE(:WS-Q-NEXT)
                      AND (C.RECEIVED_DATE >= DATE(:WS-Q-START)
                        OR C.RESOLVED_DATE IS NULL
                        OR C.RESOLVED_DATE >= DATE(:WS-Q-NEXT))
                   ) X
                 GROUP BY X.CATEGORY, X.OUTCOME
                 ORDER BY X.CATEGORY, X.OUTCOME
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
           DISPLAY 'PGMCMPQ - COMPLAINTS RETURN STARTING'
           IF (LK-PARM-LEN = 0)
               OR (LK-PARM-YEAR IS NOT NUMERIC)
               OR (LK-PARM-QNBR IS NOT NUMERIC)
               DISPLAY 'PGMCMPQ - PARM YYYY-QN REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LK-PARM-QNBR TO WS-Q-NBR
           IF (WS-Q-NBR < 1) OR (WS-Q-NBR > 4)
               DISPLAY 'PGMCMPQ - QUARTER MUST BE Q1 TO Q4'
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
           PERFORM 2000-PRINT-RETURN
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
           INITIALIZE WS-CAT-TOTALS
           INITIALIZE WS-ALL-TOTALS
           OPEN OUTPUT O-CMPQ-PS
           IF FS-CMPQ-SUCC
               DISPLAY 'OPENED COMPLAINTS RETURN'
           ELSE
               DISPLAY 'ERROR OPENING OUTCMPQ. EC: ' WS-FS-CMPQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INIT-END. EXIT.

       2000-PRINT-RETURN.
           MOVE WS-TITLE-LINE TO O-CMPQ-REC
           WRITE O-CMPQ-REC
           MOVE WS-COLUMN-LINE TO O-CMPQ-REC
           WRITE O-CMPQ-REC
           EXEC SQL OPEN CURSOR_CMPQ END-EXEC
           MOVE '2000-PRINT-RETURN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CMPQ INTO
                        :WS-CATEGORY
                       ,:WS-OUTCOME
                       ,:WS-RESOLVED
                       ,:WS-IN-TIME
                       ,:WS-REDRESS
                       ,:WS-RECEIVED
                       ,:WS-OPEN-END
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-PRINT-RETURN' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF (NOT WS-FIRST-ROW)
                       AND (WS-CATEGORY NOT = WS-PREV-CATEGORY)
                       PERFORM 2200-CATEGORY-BREAK
                   END-IF
                   MOVE 'N' TO WS-FIRST-SW
                   MOVE WS-CATEGORY TO WS-PREV-CATEGORY
                   PERFORM 2100-ADD-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CMPQ END-EXEC
           IF NOT WS-FIRST-ROW
               PERFORM 2200-CATEGORY-BREAK
           END-IF
           MOVE 'ALL'           TO WS-CATEGORY
           MOVE 'TOTAL'         TO WS-OUTCOME
           MOVE WS-ALL-RESOLVED TO WS-RESOLVED
           MOVE WS-ALL-IN-TIME  TO WS-IN-TIME
           MOVE WS-ALL-REDRESS  TO WS-REDRESS
           MOVE WS-ALL-RECEIVED TO WS-RECEIVED
           MOVE WS-ALL-OPEN-END TO WS-OPEN-END
           PERFORM 2300-WRITE-CMPQ-LINE.
       2000-PRINT-RETURN-END. EXIT.

      ******************************************************************
      * 2100-ADD-ROW: THE BLANK-OUTCOME ROW ONLY CARRIES THE CATEGORY'S*
      * RECEIVED AND OPEN COUNTS; AN OUTCOME ROW PRINTS ITS OWN LINE.  *
      ******************************************************************
       2100-ADD-ROW.
           ADD WS-RESOLVED TO WS-CAT-RESOLVED
           ADD WS-IN-TIME  TO WS-CAT-IN-TIME
           ADD WS-REDRESS  TO WS-CAT-REDRESS
           ADD WS-RECEIVED TO WS-CAT-RECEIVED
           ADD WS-OPEN-END TO WS-CAT-OPEN-END
           IF WS-OUTCOME NOT = SPACES
               MOVE ZERO TO WS-RECEIVED
               MOVE ZERO TO WS-OPEN-END
               PERFORM 2300-WRITE-CMPQ-LINE
           END-IF.
       2100-ADD-ROW-END. EXIT.

       2200-CATEGORY-BREAK.
           MOVE WS-PREV-CATEGORY TO WS-CATEGORY
           MOVE 'TOTAL'          TO WS-OUTCOME
           MOVE WS-CAT-RESOLVED  TO WS-RESOLVED
           MOVE WS-CAT-IN-TIME   TO WS-IN-TIME
           MOVE WS-CAT-REDRESS   TO WS-REDRESS
           MOVE WS-CAT-RECEIVED  TO WS-RECEIVED
           MOVE WS-CAT-OPEN-END  TO WS-OPEN-END
           PERFORM 2300-WRITE-CMPQ-LINE
           MOVE SPACES TO O-CMPQ-REC
           WRITE O-CMPQ-REC
           ADD WS-CAT-RESOLVED TO WS-ALL-RESOLVED
           ADD WS-CAT-IN-TIME  TO WS-ALL-IN-TIME
           ADD WS-CAT-REDRESS  TO WS-ALL-REDRESS
           ADD WS-CAT-RECEIVED TO WS-ALL-RECEIVED
           ADD WS-CAT-OPEN-END TO WS-ALL-OPEN-END
           INITIALIZE WS-CAT-TOTALS.
       2200-CATEGORY-BREAK-END. EXIT.

      ******************************************************************
      * 2300-WRITE-CMPQ-LINE: THE 8-WEEK PERCENTAGE IS OF THE ONES     *
      * RESOLVED, N/A WHEN NONE WERE. RECEIVED AND OPEN ARE PRINTED ON *
      * THE TOTAL LINES ONLY.                                          *
      ******************************************************************
       2300-WRITE-CMPQ-LINE.
           MOVE WS-CATEGORY TO WS-CQL-CATEGORY
           MOVE WS-OUTCOME  TO WS-CQL-OUTCOME
           MOVE WS-RESOLVED TO WS-CQL-RESOLVED
           MOVE WS-IN-TIME  TO WS-CQL-IN-TIME
           MOVE WS-REDRESS  TO WS-CQL-REDRESS
           IF WS-RESOLVED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-IN-TIME * 100 / WS-RESOLVED
               MOVE WS-PCT TO WS-CQL-PCT
           ELSE
               MOVE '   N/A' TO WS-CQL-PCT-X
           END-IF
           IF WS-OUTCOME = 'TOTAL'
               MOVE WS-RECEIVED TO WS-CQL-RECEIVED
               MOVE WS-OPEN-END TO WS-CQL-OPEN-END
           ELSE
               MOVE SPACES TO WS-CQL-RECEIVED-X
               MOVE SPACES TO WS-CQL-OPEN-END-X
           END-IF
           MOVE WS-CMPQ-LINE TO O-CMPQ-REC
           WRITE O-CMPQ-REC
           ADD 1 TO WS-LINE-COUNT.
       2300-WRITE-CMPQ-LINE-END. EXIT.

       9000-TERM.
           CLOSE O-CMPQ-PS
           DISPLAY 'COMPLAINTS RETURN LINES WRITTEN: ' WS-LINE-COUNT
           DISPLAY 'PGMCMPQ - COMPLAINTS RETURN COMPLETE'
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
           MOVE 'PGMCMPQ'       TO HV-ERL-PROGRAM-ID
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
