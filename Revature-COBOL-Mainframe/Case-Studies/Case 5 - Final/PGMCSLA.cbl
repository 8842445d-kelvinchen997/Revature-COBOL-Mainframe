       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCSLA.
      *   PROGRAM NAME: CLAIM TURNAROUND SLA AGING AND ESCALATION
      *   INPUT: JCL PARM 'NNN,NNN' (SLA BUSINESS DAYS, WARNING
      *       BUSINESS DAYS - DEFAULT 022,017), TB_CLAIMS,
      *       TB_CLAIM_DOCS, TB_BUSINESS_CALENDAR
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(CLMSLA) AS: OUTSLAR,
      *       SUPERVISOR ESCALATION LIST AS: OUTSLAE
      *   DESCRIPTION: WE PROMISE A DECISION WITHIN 30 DAYS OF
      *       CLAIM_DATE AND NOTHING MEASURED IT - PGMFRDS RANKS THE
      *       PENDING QUEUE BY RISK, NOT AGE. THIS NIGHTLY RUN AGES
      *       EVERY PENDING CLAIM (FROM CLAIM_DATE) AND EVERY OPEN
      *       APPEAL (FROM APPEAL_DATE) IN BUSINESS DAYS - CALENDAR
      *       DAYS LESS THE TB_BUSINESS_CALENDAR 'H' ROWS IN BETWEEN -
      *       AND FLAGS EACH ONE ON-TIME, WARNING OR BREACH AGAINST THE
      *       PARM DAYS. THE REPORT LISTS CLAIMS STALLED ON MANDATORY
      *       TB_CLAIM_DOCS ITEMS ('DC' LINES) APART FROM CLAIMS THAT
      *       ARE WAITING ON A REVIEWER ('RV' LINES), OLDEST FIRST.
      *       EVERY BREACH ALSO GOES ON THE SUPERVISOR ESCALATION
      *       LIST. THE REPORT CLOSES WITH THE MONTH-TO-DATE AVERAGE
      *       BUSINESS DAYS FROM CLAIM_DATE TO DECIDED_DATE BY CLAIM
      *       REASON ('AV' LINES) AND A 'TR' COUNTS LINE.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-SLAR-PS ASSIGN TO OUTSLAR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-SLAR.
           SELECT O-SLAE-PS ASSIGN TO OUTSLAE
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-SLAE.
       DATA DIVISION.
       FILE SECTION.
       FD O-SLAR-PS.
       01 O-SLAR-DTL-REC.
           05 O-SLAR-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-SLAR-CLAIM-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAR-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAR-STATUS       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-SLAR-START-DATE   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAR-REASON       PIC X(20).
           05 FILLER              PIC X(01).
           05 O-SLAR-BUS-DAYS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-SLAR-FLAG         PIC X(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-DOCS-OUT     PIC 9(03).
           05 FILLER              PIC X(17).
       01 O-SLAR-AVG-REC.
           05 O-SLAR-AVG-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-SLAR-AVG-PERIOD   PIC X(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-AVG-REASON   PIC X(20).
           05 FILLER              PIC X(01).
           05 O-SLAR-AVG-DECIDED  PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-SLAR-AVG-DAYS     PIC Z(04)9.9.
           05 FILLER              PIC X(55).
       01 O-SLAR-TRL-REC.
           05 O-SLAR-TRL-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-SLAR-TRL-AGED     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-TRL-DOCS     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-TRL-REVIEW   PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-TRL-WARN     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-SLAR-TRL-BREACH   PIC 9(07).
           05 FILLER              PIC X(58).
       FD O-SLAE-PS.
       01 O-SLAE-REC.
           05 O-SLAE-CLAIM-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAE-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAE-STATUS       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-SLAE-WAITING-ON   PIC X(08).
           05 FILLER              PIC X(01).
           05 O-SLAE-START-DATE   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-SLAE-BUS-DAYS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-SLAE-DAYS-OVER    PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-SLAE-FIRST-REVWR  PIC X(10).
           05 FILLER              PIC X(26).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-SLAR        PIC 9(02).
                   88 FS-SLAR-SUCC  VALUE 00.
               10 WS-FS-SLAE        PIC 9(02).
                   88 FS-SLAE-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * 22 BUSINESS DAYS IS THE 30 CALENDAR DAYS WE PROMISE
           05 WS-SLA-DAYS           PIC S9(04) USAGE COMP VALUE 22.
           05 WS-WARN-DAYS          PIC S9(04) USAGE COMP VALUE 17.
           05 WS-PARM-VARS.
               10 WS-PARM-SLA       PIC X(03).
               10 WS-PARM-WARN      PIC X(03).
           05 WS-COUNTERS.
               10 WS-AGED-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-DOCS-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-REVIEW-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-WARN-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-BREACH-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-REASON-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-AGE-VARS.
               10 WS-AGE-START-DATE PIC X(10).
               10 WS-AGE-BUS-DAYS   PIC S9(09) COMP.
               10 WS-AGE-DOCS-OUT   PIC S9(09) COMP.
               10 WS-AGE-FIRST-REVWR PIC X(10).
               10 WS-AGE-FLAG       PIC X(07).
                   88 WS-AGE-WARNING    VALUE 'WARNING'.
                   88 WS-AGE-BREACH     VALUE 'BREACH '.
           05 WS-AVG-VARS.
               10 WS-AVG-PERIOD     PIC X(07).
               10 WS-AVG-DECIDED    PIC S9(09) COMP.
               10 WS-AVG-DAYS       PIC S9(5)V9(1) USAGE COMP-3.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBCLMDOC
           END-EXEC.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY CLAIM STILL WAITING ON A DECISION - A PENDING CLAIM AGES
      * FROM CLAIM_DATE, AN OPEN APPEAL FROM APPEAL_DATE. BUSINESS DAYS
      * ARE CALENDAR DAYS LESS THE 'H' ROWS AFTER THE START DATE UP TO
      * TODAY. DOCUMENT-STALLED CLAIMS SORT AHEAD OF THE REVIEWER
      * QUEUE SO EACH LIST COMES OUT IN ONE BLOCK, OLDEST FIRST.
           EXEC SQL
               DECLARE CURSOR_SLAAGE CURSOR FOR
                 SELECT
                    X.CLAIM_ID
                   ,X.POL_ID
                   ,X.CLAIM_STATUS
                   ,X.CLAIM_REASON
                   ,X.FIRST_REVWR
                   ,CHAR(X.START_DATE, ISO)
                   ,DAYS(CURRENT DATE) - DAYS(X.START_DATE)
                    - (SELECT COUNT(*)
                       FROM TB_BUSINESS_CALENDAR K
                       WHERE K.DAY_TYPE = 'H'
                         AND K.CAL_DATE >  X.START_DATE
                         AND K.CAL_DATE <= CURRENT DATE)
                   ,X.DOCS_OUT
                 FROM
                   (SELECT
                       C.CLAIM_ID
                      ,C.POL_ID
                      ,C.CLAIM_STATUS
                      ,C.CLAIM_REASON
                      ,COALESCE(C.DECIDED_BY, ' ') AS FIRST_REVWR
                      ,CASE WHEN C.CLAIM_STATUS = 'APPEALED'
                            THEN COALESCE(C.APPEAL_DATE, C.CLAIM_DATE)
                            ELSE C.CLAIM_DATE
                       END AS START_DATE
                      ,(SELECT COUNT(*)
                        FROM TB_CLAIM_DOCS D
                        WHERE D.CLAIM_ID = C.CLAIM_ID
                          AND D.MANDATORY = 'Y'
                          AND D.DOC_STATUS NOT = 'RECEIVED') AS DOCS_OUT
                    FROM TB_CLAIMS C
                    WHERE C.CLAIM_STATUS IN ('PENDING', 'APPEALED')
                      AND C.CLAIM_DATE IS NOT NULL) X
                 ORDER BY CASE WHEN X.DOCS_OUT > 0 THEN 1 ELSE 2 END
                         ,7 DESC
                         ,X.CLAIM_ID
           END-EXEC.
      * MONTH-TO-DATE FIRST DECISIONS BY CLAIM REASON - AVERAGE
      * BUSINESS DAYS FROM CLAIM_DATE TO DECIDED_DATE
           EXEC SQL
               DECLARE CURSOR_SLAAVG CURSOR FOR
                 SELECT
                    Y.CLAIM_REASON
                   ,COUNT(*)
                   ,AVG(DECIMAL(Y.BUS_DAYS, 7, 1))
                 FROM
                   (SELECT
                       COALESCE(C.CLAIM_REASON, ' ') AS CLAIM_REASON
                      ,DAYS(C.DECIDED_DATE) - DAYS(C.CLAIM_DATE)
                       - (SELECT COUNT(*)
                          FROM TB_BUSINESS_CALENDAR K
                          WHERE K.DAY_TYPE = 'H'
                            AND K.CAL_DATE >  C.CLAIM_DATE
                            AND K.CAL_DATE <= C.DECIDED_DATE)
                       AS BUS_DAYS
                    FROM TB_CLAIMS C
                    WHERE C.DECIDED_DATE IS NOT NULL
                      AND C.CLAIM_DATE IS NOT NULL
                      AND YEAR(C.DECIDED_DATE)  = YEAR(CURRENT DATE)
                      AND MONTH(C.DECIDED_DATE) = MONTH(CURRENT DATE)) Y
                 GROUP BY Y.CLAIM_REASON
                 ORDER BY Y.CLAIM_REASON
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMCSLA - CLAIM SLA AGING STARTING'
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-SLA
                        WS-PARM-WARN
               IF WS-PARM-SLA IS NUMERIC
                   MOVE WS-PARM-SLA TO WS-SLA-DAYS
               END-IF
               IF WS-PARM-WARN IS NUMERIC
                   MOVE WS-PARM-WARN TO WS-WARN-DAYS
               END-IF
           END-IF
      * A WARNING POINT AT OR PAST THE SLA WOULD NEVER FIRE
           IF WS-WARN-DAYS NOT < WS-SLA-DAYS
               COMPUTE WS-WARN-DAYS = WS-SLA-DAYS - 1
           END-IF
           DISPLAY 'SLA BUSINESS DAYS . . : ' WS-SLA-DAYS
           DISPLAY 'WARNING BUSINESS DAYS : ' WS-WARN-DAYS
           PERFORM 1000-INIT
           PERFORM 2000-AGE-OPEN-CLAIMS
           PERFORM 3000-DECISION-AVERAGES
           PERFORM 4000-REPORT-COUNTS
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-SLAR-PS
           IF FS-SLAR-SUCC
               DISPLAY 'OPENED SLA AGING REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTSLAR. EC: ' WS-FS-SLAR
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-SLAE-PS
           IF FS-SLAE-SUCC
               DISPLAY 'OPENED SUPERVISOR ESCALATION LIST'
           ELSE
               DISPLAY 'ERROR OPENING OUTSLAE. EC: ' WS-FS-SLAE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-AGE-OPEN-CLAIMS.
           EXEC SQL OPEN CURSOR_SLAAGE END-EXEC
           MOVE '2000-AGE-OPEN-CLAIMS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_SLAAGE INTO
                        :HV-CLM-CLAIM-ID
                       ,:HV-CLM-POL-ID
                       ,:HV-CLM-STATUS
                       ,:HV-CLM-REASON
                       ,:WS-AGE-FIRST-REVWR
                       ,:WS-AGE-START-DATE
                       ,:WS-AGE-BUS-DAYS
                       ,:WS-AGE-DOCS-OUT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-AGE-OPEN-CLAIMS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-AGE-ONE-CLAIM
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SLAAGE END-EXEC
           DISPLAY 'OPEN CLAIMS AGED. . . : ' WS-AGED-COUNT.
       2000-AGE-OPEN-CLAIMS-END. EXIT.

      ******************************************************************
      * 2100-AGE-ONE-CLAIM: FLAG THE CLAIM AGAINST THE SLA AND WRITE   *
      * ITS REPORT LINE - 'DC' WHILE ANY MANDATORY DOCUMENT IS STILL   *
      * OUTSTANDING (THE CLAIM CANNOT BE APPROVED YET), 'RV' WHEN IT   *
      * IS SITTING WITH A REVIEWER. A BREACH IS ALSO ESCALATED.        *
      ******************************************************************
       2100-AGE-ONE-CLAIM.
           IF WS-AGE-BUS-DAYS < 0
               MOVE ZERO TO WS-AGE-BUS-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-BUS-DAYS >= WS-SLA-DAYS
                   MOVE 'BREACH ' TO WS-AGE-FLAG
                   ADD 1 TO WS-BREACH-COUNT
               WHEN WS-AGE-BUS-DAYS >= WS-WARN-DAYS
                   MOVE 'WARNING' TO WS-AGE-FLAG
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE 'ON-TIME' TO WS-AGE-FLAG
           END-EVALUATE
           MOVE SPACES TO O-SLAR-DTL-REC
           IF WS-AGE-DOCS-OUT > 0
               MOVE 'DC' TO O-SLAR-REC-TYPE
               ADD 1 TO WS-DOCS-COUNT
           ELSE
               MOVE 'RV' TO O-SLAR-REC-TYPE
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           MOVE HV-CLM-CLAIM-ID     TO O-SLAR-CLAIM-ID
           MOVE HV-CLM-POL-ID       TO O-SLAR-POL-ID
           MOVE HV-CLM-STATUS       TO O-SLAR-STATUS
           MOVE WS-AGE-START-DATE   TO O-SLAR-START-DATE
           MOVE HV-CLM-REASON-TEXT  TO O-SLAR-REASON
           MOVE WS-AGE-BUS-DAYS     TO O-SLAR-BUS-DAYS
           MOVE WS-AGE-FLAG         TO O-SLAR-FLAG
           MOVE WS-AGE-DOCS-OUT     TO O-SLAR-DOCS-OUT
           WRITE O-SLAR-DTL-REC
           ADD 1 TO WS-AGED-COUNT
           IF WS-AGE-BREACH
               PERFORM 2200-ESCALATE-CLAIM
           END-IF.
       2100-AGE-ONE-CLAIM-END. EXIT.

      ******************************************************************
      * 2200-ESCALATE-CLAIM: A BREACHED CLAIM GOES ON THE SUPERVISOR   *
      * LIST WITH HOW FAR OVER IT IS AND WHAT IT IS WAITING ON. FOR AN *
      * APPEAL THE FIRST REVIEWER IS SHOWN, SINCE 3157 WILL NOT LET    *
      * THEM DECIDE IT.                                                *
      ******************************************************************
       2200-ESCALATE-CLAIM.
           MOVE SPACES TO O-SLAE-REC
           MOVE HV-CLM-CLAIM-ID     TO O-SLAE-CLAIM-ID
           MOVE HV-CLM-POL-ID       TO O-SLAE-POL-ID
           MOVE HV-CLM-STATUS       TO O-SLAE-STATUS
           IF WS-AGE-DOCS-OUT > 0
               MOVE 'DOCS'     TO O-SLAE-WAITING-ON
           ELSE
               MOVE 'REVIEWER' TO O-SLAE-WAITING-ON
           END-IF
           MOVE WS-AGE-START-DATE   TO O-SLAE-START-DATE
           MOVE WS-AGE-BUS-DAYS     TO O-SLAE-BUS-DAYS
           COMPUTE O-SLAE-DAYS-OVER = WS-AGE-BUS-DAYS - WS-SLA-DAYS
           MOVE WS-AGE-FIRST-REVWR  TO O-SLAE-FIRST-REVWR
           WRITE O-SLAE-REC.
       2200-ESCALATE-CLAIM-END. EXIT.

       3000-DECISION-AVERAGES.
           EXEC SQL
               SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
               INTO :WS-AVG-PERIOD
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '3000-DECISION-AVERAGES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL OPEN CURSOR_SLAAVG END-EXEC
           MOVE '3000-DECISION-AVERAGES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_SLAAVG INTO
                        :HV-CLM-REASON
                       ,:WS-AVG-DECIDED
                       ,:WS-AVG-DAYS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-DECISION-AVERAGES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES TO O-SLAR-AVG-REC
                   MOVE 'AV'               TO O-SLAR-AVG-TYPE
                   MOVE WS-AVG-PERIOD      TO O-SLAR-AVG-PERIOD
                   MOVE HV-CLM-REASON-TEXT TO O-SLAR-AVG-REASON
                   MOVE WS-AVG-DECIDED     TO O-SLAR-AVG-DECIDED
                   MOVE WS-AVG-DAYS        TO O-SLAR-AVG-DAYS
                   WRITE O-SLAR-AVG-REC
                   ADD 1 TO WS-REASON-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SLAAVG END-EXEC
           DISPLAY 'CLAIM REASONS AVERAGED: ' WS-REASON-COUNT.
       3000-DECISION-AVERAGES-END. EXIT.

       4000-REPORT-COUNTS.
           MOVE SPACES TO O-SLAR-TRL-REC
           MOVE 'TR'            TO O-SLAR-TRL-TYPE
           MOVE WS-AGED-COUNT   TO O-SLAR-TRL-AGED
           MOVE WS-DOCS-COUNT   TO O-SLAR-TRL-DOCS
           MOVE WS-REVIEW-COUNT TO O-SLAR-TRL-REVIEW
           MOVE WS-WARN-COUNT   TO O-SLAR-TRL-WARN
           MOVE WS-BREACH-COUNT TO O-SLAR-TRL-BREACH
           WRITE O-SLAR-TRL-REC
           DISPLAY '==========================================='
           DISPLAY 'PGMCSLA - CLAIM SLA COUNTS'
           DISPLAY '==========================================='
           DISPLAY 'OPEN CLAIMS AGED. . . . : ' WS-AGED-COUNT
           DISPLAY 'STALLED ON DOCUMENTS. . : ' WS-DOCS-COUNT
           DISPLAY 'WAITING ON A REVIEWER . : ' WS-REVIEW-COUNT
           DISPLAY 'AT WARNING. . . . . . . : ' WS-WARN-COUNT
           DISPLAY 'IN BREACH (ESCALATED) . : ' WS-BREACH-COUNT
           DISPLAY '==========================================='.
       4000-REPORT-COUNTS-END. EXIT.

       9000-TERM.
           CLOSE O-SLAR-PS
           CLOSE O-SLAE-PS
           DISPLAY 'PGMCSLA - CLAIM SLA AGING COMPLETE'
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
           MOVE 'PGMCSLA'       TO HV-ERL-PROGRAM-ID
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
