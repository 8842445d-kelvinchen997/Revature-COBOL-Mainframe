       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLEAD.
      *   PROGRAM NAME: WEEKLY SALES LEAD FEED AND CONVERSION REPORT
      *   INPUT: TB_QUOTES, TB_SALES_LEADS, TB_ACCOUNTS, TB_ID_CONTROL
      *   OUTPUT: TB_SALES_LEADS,
      *       ARI011.KELVIN.TRNING.FINAL.PS(LEADRPT) AS: OUTLEAD
      *   DESCRIPTION: PGMXSEL, PGMRNWL AND PGMREM RAISE A LEAD ON
      *       TB_SALES_LEADS FOR EVERY CONTACT THEY SEND OUT. THIS
      *       WEEKLY RUN ADDS THE ONE SOURCE NO OTHER JOB COVERS - AN
      *       OPEN TB_QUOTES ROW DUE TO EXPIRE INSIDE
      *       WS-EXPIRY-WINDOW DAYS THAT HAS NEVER HAD A LEAD ('QUOT',
      *       TO THE QUOTING AGENT OR THE '*POOL*') - THEN PRINTS THE
      *       CONVERSION REPORT FOR THE LEADS RAISED IN THE LAST
      *       WS-REPORT-DAYS DAYS: RAISED, STILL LIVE, DECLINED AND
      *       CONVERTED BY SOURCE AND BY AGENT, AND EVERY LEAD
      *       CONVERTED IN THE PAST WEEK WITH THE POL_ID IT BECAME.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-LEAD-PS ASSIGN TO OUTLEAD
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-LEAD.
       DATA DIVISION.
       FILE SECTION.
       FD O-LEAD-PS.
       01 O-LEAD-REC              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-LEAD        PIC 9(02).
                   88 FS-LEAD-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * AN OPEN QUOTE THIS CLOSE TO EXPIRY GETS A LEAD - TWO WEEKS, SO
      * A WEEKLY RUN ALWAYS LEAVES THE AGENT AT LEAST A WEEK TO CALL
           05 WS-EXPIRY-WINDOW      PIC S9(04) COMP VALUE 14.
      * THE REPORT COVERS LEADS RAISED IN THE LAST 12 WEEKS - LONG
      * ENOUGH FOR A RENEWAL OR A QUOTE TO RUN ITS COURSE
           05 WS-REPORT-DAYS        PIC S9(04) COMP VALUE 84.
           05 WS-REPORT-DATES.
               10 WS-RUN-DATE       PIC X(10).
               10 WS-FROM-DATE      PIC X(10).
               10 WS-WEEK-DATE      PIC X(10).
           05 WS-IDGEN-NBR          PIC 9(08).
      * THE AGENT A LEAD GOES TO, AND WHETHER THEY CAN STILL LOG ON
           05 WS-LEAD-AGENT         PIC X(10).
           05 WS-AGENT-ACTIVE       PIC S9(09) USAGE COMP.
           05 WS-FETCH-VARS.
               10 WS-RATE-KEY       PIC X(10).
               10 WS-RAISED         PIC S9(09) USAGE COMP.
               10 WS-LIVE           PIC S9(09) USAGE COMP.
               10 WS-DECLINED       PIC S9(09) USAGE COMP.
               10 WS-CONVERTED      PIC S9(09) USAGE COMP.
           05 WS-ALL-TOTALS.
               10 WS-ALL-RAISED     PIC S9(09) USAGE COMP.
               10 WS-ALL-LIVE       PIC S9(09) USAGE COMP.
               10 WS-ALL-DECLINED   PIC S9(09) USAGE COMP.
               10 WS-ALL-CONVERTED  PIC S9(09) USAGE COMP.
           05 WS-CALC-VARS.
               10 WS-PCT            PIC S9(03)V9 USAGE COMP-3.
           05 WS-COUNTERS.
               10 WS-QUOTE-LEADS    PIC 9(07) VALUE ZEROES.
               10 WS-POOL-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-CONV-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-LINE-COUNT     PIC 9(05) VALUE ZEROES.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(26) VALUE
                                    '*** SALES LEAD CONVERSION '.
               10 FILLER            PIC X(12) VALUE '- WEEK TO '.
               10 WS-TTL-RUN-DATE   PIC X(10).
               10 FILLER            PIC X(23) VALUE
                                    ' - LEADS RAISED SINCE '.
               10 WS-TTL-FROM-DATE  PIC X(10).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(47) VALUE SPACES.
           05 WS-SECTION-LINE.
               10 WS-SCL-TEXT       PIC X(40).
               10 FILLER            PIC X(92) VALUE SPACES.
           05 WS-RATE-COLUMN-LINE.
               10 WS-RCL-KEY-HDR    PIC X(11).
               10 FILLER            PIC X(10) VALUE '    RAISED'.
               10 FILLER            PIC X(10) VALUE '      LIVE'.
               10 FILLER            PIC X(10) VALUE '  DECLINED'.
               10 FILLER            PIC X(10) VALUE ' CONVERTED'.
               10 FILLER            PIC X(07) VALUE ' CONV %'.
               10 FILLER            PIC X(74) VALUE SPACES.
           05 WS-RATE-LINE.
               10 WS-RTL-KEY        PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-RTL-RAISED     PIC Z(9)9.
               10 WS-RTL-LIVE       PIC Z(9)9.
               10 WS-RTL-DECLINED   PIC Z(9)9.
               10 WS-RTL-CONVERTED  PIC Z(9)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-RTL-PCT        PIC ZZZ9.9.
               10 WS-RTL-PCT-X REDEFINES WS-RTL-PCT
                                    PIC X(06).
               10 FILLER            PIC X(74) VALUE SPACES.
           05 WS-CONV-COLUMN-LINE.
               10 FILLER            PIC X(11) VALUE 'LEAD ID'.
               10 FILLER            PIC X(05) VALUE 'SRC'.
               10 FILLER            PIC X(11) VALUE 'SOURCE REF'.
               10 FILLER            PIC X(11) VALUE 'AGENT'.
               10 FILLER            PIC X(11) VALUE 'CONVERTED'.
               10 FILLER            PIC X(11) VALUE 'NEW POL_ID'.
               10 FILLER            PIC X(21) VALUE 'NAME'.
               10 FILLER            PIC X(10) VALUE 'RECORD BY'.
               10 FILLER            PIC X(41) VALUE SPACES.
           05 WS-CONV-LINE.
               10 WS-CVL-LEAD-ID    PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-SOURCE     PIC X(04).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-SOURCE-REF PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-AGENT-ID   PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-DATE       PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-POL-ID     PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-NAME       PIC X(20).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CVL-BY         PIC X(10).
               10 FILLER            PIC X(41) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBQUOTES
           END-EXEC.
           EXEC SQL
               INCLUDE TBLEADS
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * OPEN QUOTES CLOSE TO EXPIRY THAT HAVE NEVER HAD A LEAD - A
      * PGMXSEL QUOTE ALREADY HAS ITS 'XSEL' LEAD, AND A QUOTE IS ONLY
      * EVER WORTH ONE 'QUOT' LEAD, WORKED OR NOT
           EXEC SQL
               DECLARE CURSOR_LQUO CURSOR FOR
                 SELECT
                    Q.QUOTE_ID
                   ,Q.AGENT_ID
                   ,Q.PROSPECT_NAME
                   ,Q.PHONE
                   ,CHAR(Q.EXPIRY_DATE, ISO)
                 FROM
                   TB_QUOTES Q
                 WHERE Q.QUOTE_STATUS = 'OPEN'
                   AND Q.EXPIRY_DATE BETWEEN CURRENT DATE
                       AND (CURRENT DATE + :WS-EXPIRY-WINDOW DAYS)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_SALES_LEADS L
                        WHERE L.SOURCE_REF = Q.QUOTE_ID
                          AND L.LEAD_SOURCE IN ('XSEL', 'QUOT'))
                 ORDER BY Q.EXPIRY_DATE, Q.QUOTE_ID
           END-EXEC.
      * CONVERSION BY SOURCE FOR THE LEADS RAISED IN THE WINDOW
           EXEC SQL
               DECLARE CURSOR_LSRC CURSOR FOR
                 SELECT
                    L.LEAD_SOURCE
                   ,COUNT(*)
                   ,SUM(CASE WHEN L.LEAD_STATUS IN
                             ('OPEN', 'CONTACTED', 'NOANSWER')
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN L.LEAD_STATUS = 'DECLINED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN L.LEAD_STATUS = 'CONVERTED'
                             THEN 1 ELSE 0 END)
                 FROM
                   TB_SALES_LEADS L
                 WHERE L.CREATED_DATE >= DATE(:WS-FROM-DATE)
                 GROUP BY L.LEAD_SOURCE
                 ORDER BY L.LEAD_SOURCE
           END-EXEC.
      * THE SAME BY THE AGENT HOLDING THE LEAD - A POOL LEAD COUNTS
      * FOR THE AGENT WHO TOOK IT OVER, '*POOL*' WHILE NOBODY HAS
           EXEC SQL
               DECLARE CURSOR_LAGT CURSOR FOR
                 SELECT
                    L.AGENT_ID
                   ,COUNT(*)
                   ,SUM(CASE WHEN L.LEAD_STATUS IN
                             ('OPEN', 'CONTACTED', 'NOANSWER')
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN L.LEAD_STATUS = 'DECLINED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN L.LEAD_STATUS = 'CONVERTED'
                             THEN 1 ELSE 0 END)
                 FROM
                   TB_SALES_LEADS L
                 WHERE L.CREATED_DATE >= DATE(:WS-FROM-DATE)
                 GROUP BY L.AGENT_ID
                 ORDER BY L.AGENT_ID
           END-EXEC.
      * EVERY LEAD CONVERTED IN THE PAST WEEK, WHENEVER IT WAS RAISED
           EXEC SQL
               DECLARE CURSOR_LCNV CURSOR FOR
                 SELECT
                    L.LEAD_ID
                   ,L.LEAD_SOURCE
                   ,L.SOURCE_REF
                   ,L.AGENT_ID
                   ,CHAR(L.OUTCOME_DATE, ISO)
                   ,COALESCE(L.CONV_POL_ID, ' ')
                   ,COALESCE(L.PROSPECT_NAME, ' ')
                   ,COALESCE(L.OUTCOME_BY, ' ')
                 FROM
                   TB_SALES_LEADS L
                 WHERE L.LEAD_STATUS = 'CONVERTED'
                   AND L.OUTCOME_DATE > DATE(:WS-WEEK-DATE)
                 ORDER BY L.AGENT_ID, L.OUTCOME_DATE, L.LEAD_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMLEAD - SALES LEAD FEED AND REPORT STARTING'
           PERFORM 1000-INIT
           PERFORM 2000-QUOTE-FEED
           PERFORM 3000-PRINT-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                     ,CHAR(CURRENT DATE - :WS-REPORT-DAYS DAYS, ISO)
                     ,CHAR(CURRENT DATE - 7 DAYS, ISO)
               INTO :WS-RUN-DATE, :WS-FROM-DATE, :WS-WEEK-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE WS-RUN-DATE  TO WS-TTL-RUN-DATE
           MOVE WS-FROM-DATE TO WS-TTL-FROM-DATE
           OPEN OUTPUT O-LEAD-PS
           IF FS-LEAD-SUCC
               DISPLAY 'OPENED SALES LEAD REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTLEAD. EC: ' WS-FS-LEAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-QUOTE-FEED: ONE 'QUOT' LEAD PER OPEN QUOTE NEARING ITS    *
      * EXPIRY DATE, TO THE AGENT WHO WROTE THE QUOTE. COMMITTED       *
      * BEFORE THE REPORT SO THE NEW LEADS ARE COUNTED IN IT.          *
      ******************************************************************
       2000-QUOTE-FEED.
           EXEC SQL OPEN CURSOR_LQUO END-EXEC
           MOVE '2000-QUOTE-FEED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_LQUO INTO
                        :HV-QUO-QUOTE-ID
                       ,:HV-QUO-AGENT-ID
                       ,:HV-QUO-PROSPECT-NAME
                       ,:HV-QUO-PHONE
                       ,:HV-QUO-EXPIRY-DATE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-QUOTE-FEED' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-RAISE-LEAD
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LQUO END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'EXPIRING-QUOTE LEADS RAISED: ' WS-QUOTE-LEADS
           DISPLAY 'LEADS LEFT IN THE POOL . . : ' WS-POOL-COUNT.
       2000-QUOTE-FEED-END. EXIT.

       2100-RAISE-LEAD.
           MOVE HV-QUO-AGENT-ID TO WS-LEAD-AGENT
           PERFORM 2110-ASSIGN-AGENT
           MOVE 'LEAD' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2100-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2100-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO HV-LED-LEAD-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO HV-LED-LEAD-ID
           END-STRING
           MOVE 'QUOT'               TO HV-LED-SOURCE
           MOVE HV-QUO-QUOTE-ID      TO HV-LED-SOURCE-REF
           MOVE HV-QUO-PROSPECT-NAME TO HV-LED-PROSPECT-NAME
           MOVE HV-QUO-PHONE         TO HV-LED-PHONE
           MOVE WS-LEAD-AGENT        TO HV-LED-AGENT-ID
           MOVE HV-QUO-EXPIRY-DATE   TO HV-LED-DUE-DATE
           EXEC SQL
               INSERT INTO TB_SALES_LEADS VALUES (
                :HV-LED-LEAD-ID
               ,:HV-LED-SOURCE
               ,:HV-LED-SOURCE-REF
               ,NULL
               ,NULL
               ,:HV-LED-PROSPECT-NAME
               ,:HV-LED-PHONE
               ,:HV-LED-AGENT-ID
               ,CURRENT DATE
               ,:HV-LED-DUE-DATE
               ,'OPEN'
               ,0
               ,NULL
               ,NULL
               ,NULL
               ,NULL
               )
           END-EXEC
           MOVE '2100-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-QUOTE-LEADS.
       2100-RAISE-LEAD-END. EXIT.

      ******************************************************************
      * 2110-ASSIGN-AGENT: SAME RULE AS PGMNOTE'S '*SUPV*' ROUTING - A *
      * LEAD WHOSE AGENT HAS NO ACTIVE TB_ACCOUNTS LOGON WOULD NEVER   *
      * BE WORKED, SO IT GOES TO THE '*POOL*' ANY AGENT CAN TAKE. A    *
      * PGMXSEL QUOTE OLDER THAN THE LEAD TABLE IS STAMPED 'PGMXSEL',  *
      * WHICH HOLDS NO LOGON, SO IT LANDS IN THE POOL THE SAME WAY.    *
      ******************************************************************
       2110-ASSIGN-AGENT.
           MOVE ZEROES TO WS-AGENT-ACTIVE
           IF WS-LEAD-AGENT NOT = SPACES
               MOVE WS-LEAD-AGENT TO HV-ACC-ID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AGENT-ACTIVE
                   FROM TB_ACCOUNTS
                   WHERE ID = :HV-ACC-ID
                     AND ACCT_STATUS = 'ACTIVE'
               END-EXEC
               MOVE '2110-ASSIGN-AGENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           IF WS-AGENT-ACTIVE = 0
               MOVE '*POOL*' TO WS-LEAD-AGENT
               ADD 1 TO WS-POOL-COUNT
           END-IF.
       2110-ASSIGN-AGENT-END. EXIT.

      ******************************************************************
      * 3000-PRINT-REPORT: TITLE, THEN THE BY-SOURCE AND BY-AGENT      *
      * CONVERSION TABLES EACH WITH AN ALL TOTAL LINE, THEN THE LIST   *
      * OF THE WEEK'S CONVERSIONS.                                     *
      ******************************************************************
       3000-PRINT-REPORT.
           MOVE WS-TITLE-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           MOVE SPACES TO O-LEAD-REC
           WRITE O-LEAD-REC
           MOVE 'CONVERSION BY SOURCE' TO WS-SCL-TEXT
           MOVE WS-SECTION-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           MOVE 'SOURCE' TO WS-RCL-KEY-HDR
           MOVE WS-RATE-COLUMN-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           INITIALIZE WS-ALL-TOTALS
           EXEC SQL OPEN CURSOR_LSRC END-EXEC
           MOVE '3000-PRINT-REPORT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_LSRC INTO
                        :WS-RATE-KEY
                       ,:WS-RAISED
                       ,:WS-LIVE
                       ,:WS-DECLINED
                       ,:WS-CONVERTED
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-PRINT-REPORT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3100-ADD-RATE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LSRC END-EXEC
           PERFORM 3200-WRITE-ALL-TOTAL
           MOVE 'CONVERSION BY AGENT' TO WS-SCL-TEXT
           MOVE WS-SECTION-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           MOVE 'AGENT' TO WS-RCL-KEY-HDR
           MOVE WS-RATE-COLUMN-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           INITIALIZE WS-ALL-TOTALS
           EXEC SQL OPEN CURSOR_LAGT END-EXEC
           MOVE '3000-PRINT-REPORT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_LAGT INTO
                        :WS-RATE-KEY
                       ,:WS-RAISED
                       ,:WS-LIVE
                       ,:WS-DECLINED
                       ,:WS-CONVERTED
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-PRINT-REPORT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3100-ADD-RATE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LAGT END-EXEC
           PERFORM 3200-WRITE-ALL-TOTAL
           PERFORM 3400-LIST-CONVERSIONS.
       3000-PRINT-REPORT-END. EXIT.

       3100-ADD-RATE-ROW.
           ADD WS-RAISED    TO WS-ALL-RAISED
           ADD WS-LIVE      TO WS-ALL-LIVE
           ADD WS-DECLINED  TO WS-ALL-DECLINED
           ADD WS-CONVERTED TO WS-ALL-CONVERTED
           PERFORM 3300-WRITE-RATE-LINE.
       3100-ADD-RATE-ROW-END. EXIT.

       3200-WRITE-ALL-TOTAL.
           MOVE 'ALL TOTAL'      TO WS-RATE-KEY
           MOVE WS-ALL-RAISED    TO WS-RAISED
           MOVE WS-ALL-LIVE      TO WS-LIVE
           MOVE WS-ALL-DECLINED  TO WS-DECLINED
           MOVE WS-ALL-CONVERTED TO WS-CONVERTED
           PERFORM 3300-WRITE-RATE-LINE
           MOVE SPACES TO O-LEAD-REC
           WRITE O-LEAD-REC.
       3200-WRITE-ALL-TOTAL-END. EXIT.

      ******************************************************************
      * 3300-WRITE-RATE-LINE: THE CONVERSION PERCENTAGE IS CONVERTED   *
      * OVER RAISED, N/A WHEN NOTHING WAS RAISED.                      *
      ******************************************************************
       3300-WRITE-RATE-LINE.
           MOVE WS-RATE-KEY  TO WS-RTL-KEY
           MOVE WS-RAISED    TO WS-RTL-RAISED
           MOVE WS-LIVE      TO WS-RTL-LIVE
           MOVE WS-DECLINED  TO WS-RTL-DECLINED
           MOVE WS-CONVERTED TO WS-RTL-CONVERTED
           IF WS-RAISED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-CONVERTED * 100 / WS-RAISED
               MOVE WS-PCT TO WS-RTL-PCT
           ELSE
               MOVE '   N/A' TO WS-RTL-PCT-X
           END-IF
           MOVE WS-RATE-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           ADD 1 TO WS-LINE-COUNT.
       3300-WRITE-RATE-LINE-END. EXIT.

      ******************************************************************
      * 3400-LIST-CONVERSIONS: THE LINK FROM LEAD TO BUSINESS - EACH   *
      * LEAD CONVERTED IN THE PAST SEVEN DAYS AND THE POL_ID IT        *
      * BECAME, BY AGENT.                                              *
      ******************************************************************
       3400-LIST-CONVERSIONS.
           MOVE 'CONVERTED IN THE PAST WEEK' TO WS-SCL-TEXT
           MOVE WS-SECTION-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           MOVE WS-CONV-COLUMN-LINE TO O-LEAD-REC
           WRITE O-LEAD-REC
           EXEC SQL OPEN CURSOR_LCNV END-EXEC
           MOVE '3400-LIST-CONVERSIONS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-LED-NAME-TEXT
               EXEC SQL
                   FETCH CURSOR_LCNV INTO
                        :HV-LED-LEAD-ID
                       ,:HV-LED-SOURCE
                       ,:HV-LED-SOURCE-REF
                       ,:HV-LED-AGENT-ID
                       ,:HV-LED-OUTCOME-DATE
                       ,:HV-LED-CONV-POL-ID
                       ,:HV-LED-PROSPECT-NAME
                       ,:HV-LED-OUTCOME-BY
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3400-LIST-CONVERSIONS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-LED-LEAD-ID      TO WS-CVL-LEAD-ID
                   MOVE HV-LED-SOURCE       TO WS-CVL-SOURCE
                   MOVE HV-LED-SOURCE-REF   TO WS-CVL-SOURCE-REF
                   MOVE HV-LED-AGENT-ID     TO WS-CVL-AGENT-ID
                   MOVE HV-LED-OUTCOME-DATE TO WS-CVL-DATE
                   MOVE HV-LED-CONV-POL-ID  TO WS-CVL-POL-ID
                   MOVE HV-LED-NAME-TEXT    TO WS-CVL-NAME
                   MOVE HV-LED-OUTCOME-BY   TO WS-CVL-BY
                   MOVE WS-CONV-LINE TO O-LEAD-REC
                   WRITE O-LEAD-REC
                   ADD 1 TO WS-CONV-COUNT
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_LCNV END-EXEC
           IF WS-CONV-COUNT = 0
               MOVE 'NO LEADS CONVERTED THIS WEEK' TO WS-SCL-TEXT
               MOVE WS-SECTION-LINE TO O-LEAD-REC
               WRITE O-LEAD-REC
           END-IF.
       3400-LIST-CONVERSIONS-END. EXIT.

       9000-TERM.
           CLOSE O-LEAD-PS
           DISPLAY 'LEADS CONVERTED THIS WEEK  : ' WS-CONV-COUNT
           DISPLAY 'SALES LEAD REPORT LINES    : ' WS-LINE-COUNT
           DISPLAY 'PGMLEAD - SALES LEAD FEED AND REPORT COMPLETE'
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
           MOVE 'PGMLEAD'       TO HV-ERL-PROGRAM-ID
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
