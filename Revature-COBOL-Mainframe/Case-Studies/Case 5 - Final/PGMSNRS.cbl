       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSNRS.
      *   PROGRAM NAME: WEEKLY SANCTIONS RESCREEN
      *   INPUT: JCL PARM (OPTIONAL 'FORCE'), TB_SANCTIONS_LIST,
      *       TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS,
      *       TB_POLICY_CO_HOLDERS, TB_POLICY_NOMINEE,
      *       TB_BATCH_RUN_CONTROL
      *   OUTPUT: TB_SANCTION_HITS, TB_POLICY_DETAILS (POLICY_STATUS),
      *       TB_AUDIT_LOG, SYSOUT
      *   DESCRIPTION: THE ONLINE SCREENING ONLY SEES A PARTY WHEN THE
      *       POLICY IS BOUND OR A NOMINEE CHANGES, SO A NAME ADDED TO
      *       THE WATCHLIST LATER WOULD NEVER BE CAUGHT ON THE BOOK
      *       ALREADY IN FORCE. EACH WEEK, WHEN PGMSNLD HAS LOADED A
      *       NEW LIST VERSION SINCE THE LAST GOOD RESCREEN (OR THE
      *       PARM SAYS 'FORCE'), THIS SCREENS EVERY HOLDER, CO-HOLDER
      *       AND NOMINEE OF EVERY ACTIVE, PENDUW, LAPSED OR ALREADY
      *       HELD POLICY AGAINST THE LIST. A NEW MATCH GOES ON THE
      *       TB_SANCTION_HITS REVIEW QUEUE AND THE POLICY MOVES TO
      *       'COMPHOLD' UNTIL COMPLIANCE CLEARS IT ON PGMSNRV. A PAIR
      *       COMPLIANCE ALREADY CLEARED IS NOT RAISED AGAIN.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-FORCE-SW           PIC X(01) VALUE 'N'.
           05 WS-RESCREEN-SW        PIC X(01) VALUE 'Y'.
           05 WS-LIST-LOAD-DATE     PIC X(10).
           05 WS-LAST-RESCREEN      PIC X(10).
           05 WS-COUNTERS.
               10 WS-PARTY-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-HIT-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-HELD-COUNT     PIC 9(07) VALUE ZEROES.
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
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSANCT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSNHIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUDIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
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
      * EVERY HOLDER, CO-HOLDER AND NOMINEE ON THE IN-FORCE BOOK WITH
      * THE POLICY STATUS A HOLD WOULD REPLACE
           EXEC SQL
               DECLARE CURSOR_SNRS CURSOR FOR
                 SELECT
                    'HLD'
                   ,P.POL_ID
                   ,P.POLICY_STATUS
                   ,COALESCE(H.NAME, ' ')
                   ,COALESCE(CHAR(H.DOB, ISO), ' ')
                 FROM
                   TB_POLICY_DETAILS P
                   JOIN
                   TB_POLICY_HOLDER_DETAILS H
                   ON H.POL_ID = P.POL_ID
                 WHERE P.POLICY_STATUS IN
                       ('ACTIVE', 'PENDUW', 'LAPSED', 'COMPHOLD')
                 UNION ALL
                 SELECT
                    'COH'
                   ,P.POL_ID
                   ,P.POLICY_STATUS
                   ,COALESCE(C.NAME, ' ')
                   ,COALESCE(CHAR(C.DOB, ISO), ' ')
                 FROM
                   TB_POLICY_DETAILS P
                   JOIN
                   TB_POLICY_CO_HOLDERS C
                   ON C.POL_ID = P.POL_ID
                 WHERE P.POLICY_STATUS IN
                       ('ACTIVE', 'PENDUW', 'LAPSED', 'COMPHOLD')
                 UNION ALL
                 SELECT
                    'NOM'
                   ,P.POL_ID
                   ,P.POLICY_STATUS
                   ,COALESCE(N.NOMINEE_NAME, ' ')
                   ,COALESCE(CHAR(N.DOB, ISO), ' ')
                 FROM
                   TB_POLICY_DETAILS P
                   JOIN
                   TB_POLICY_NOMINEE N
                   ON N.POL_ID = P.POL_ID
                 WHERE P.POLICY_STATUS IN
                       ('ACTIVE', 'PENDUW', 'LAPSED', 'COMPHOLD')
                 ORDER BY 2, 1
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(05).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMSNRS - WEEKLY SANCTIONS RESCREEN STARTING'
           IF (LK-PARM-LEN > 0) AND (LK-PARM-TEXT = 'FORCE')
               MOVE 'Y' TO WS-FORCE-SW
               DISPLAY 'FORCE PARM - RESCREENING WHATEVER THE LIST DATE'
           END-IF
           PERFORM HRUN-OPEN-RUN
           PERFORM 1000-CHECK-LIST-CHANGED
           IF WS-RESCREEN-SW = 'Y'
               PERFORM 2000-RESCREEN-BOOK
           END-IF
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      * THE BOOK IS ONLY RESCREENED WHEN THE LIST WAS LOADED ON OR
      * AFTER THE LAST RESCREEN THAT ENDED OK - AN UNCHANGED LIST
      * CANNOT MATCH ANYONE THE LAST PASS DID NOT ALREADY MATCH
       1000-CHECK-LIST-CHANGED.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(LOAD_DATE), ISO), ' ')
               INTO :WS-LIST-LOAD-DATE
               FROM TB_SANCTIONS_LIST
           END-EXEC
           MOVE '1000-CHECK-LIST-CHANGED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
               INTO :WS-LAST-RESCREEN
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMSNRS'
                 AND RUN_STATUS = 'ENDED-OK'
                 AND BUSINESS_DATE < CURRENT DATE
           END-EXEC
           MOVE '1000-CHECK-LIST-CHANGED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'WATCHLIST LOADED . . . : ' WS-LIST-LOAD-DATE
           DISPLAY 'LAST GOOD RESCREEN . . : ' WS-LAST-RESCREEN
           EVALUATE TRUE
           WHEN WS-LIST-LOAD-DATE = SPACES
               DISPLAY 'PGMSNRS - NO WATCHLIST LOADED - NOTHING TO '
                   'SCREEN AGAINST'
               MOVE 'N' TO WS-RESCREEN-SW
               MOVE 4 TO RETURN-CODE
           WHEN WS-FORCE-SW = 'Y'
               CONTINUE
           WHEN (WS-LAST-RESCREEN NOT = SPACES)
                AND (WS-LIST-LOAD-DATE < WS-LAST-RESCREEN)
               DISPLAY 'PGMSNRS - LIST UNCHANGED SINCE THE LAST '
                   'RESCREEN - NOTHING TO DO'
               MOVE 'N' TO WS-RESCREEN-SW
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1000-CHECK-LIST-CHANGED-END. EXIT.

       2000-RESCREEN-BOOK.
           MOVE SPACES    TO WS-SNC-SOURCE-REF
           MOVE 'PGMSNRS' TO WS-SNC-RAISED-BY
           EXEC SQL OPEN CURSOR_SNRS END-EXEC
           MOVE '2000-RESCREEN-BOOK' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_SNRS INTO
                        :WS-SNC-PARTY-TYPE
                       ,:WS-SNC-POL-ID
                       ,:WS-SNC-PRIOR-STAT
                       ,:WS-SNC-NAME
                       ,:WS-SNC-DOB
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-RESCREEN-BOOK' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD 1 TO WS-PARTY-COUNT
                   PERFORM HSNC-SCREEN-PARTY
                   ADD WS-SNC-NEW-HITS TO WS-HIT-COUNT
                   IF WS-SNC-BLOCKED
                      AND (WS-SNC-PRIOR-STAT NOT = 'COMPHOLD')
                       PERFORM 2100-HOLD-POLICY
                   END-IF
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SNRS END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-RESCREEN-BOOK-END. EXIT.

      ******************************************************************
      * 2100-HOLD-POLICY: A PARTY WITH AN UNCLEARED HIT PUTS THE       *
      * POLICY ON 'COMPHOLD' - NOTHING IS PAID, LOANED OR REINSTATED   *
      * ON IT UNTIL COMPLIANCE CLEARS THE HIT. THE UPDATE IS GUARDED   *
      * SO A SECOND PARTY ON A POLICY ALREADY HELD THIS RUN IS A NO-OP.*
      ******************************************************************
       2100-HOLD-POLICY.
           MOVE WS-SNC-POL-ID TO HV-POL-POL-ID
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET POLICY_STATUS = 'COMPHOLD'
                  ,LAST_UPD_TS   = CURRENT TIMESTAMP
                  ,LAST_UPD_USER = 'PGMSNRS'
               WHERE POL_ID = :HV-POL-POL-ID
                 AND POLICY_STATUS <> 'COMPHOLD'
           END-EXEC
           IF SQLCODE = DB2-SUCCESS
               MOVE 'PGMSNRS'       TO HV-AUD-PERFORMED-BY
               MOVE 'SANCTION-HOLD' TO HV-AUD-ACTION
               MOVE HV-POL-POL-ID   TO HV-AUD-REF-ID
               EXEC SQL
                   INSERT INTO TB_AUDIT_LOG VALUES (
                    :HV-AUD-PERFORMED-BY
                   ,:HV-AUD-ACTION
                   ,:HV-AUD-REF-ID
                   ,CURRENT DATE
                   ,CHAR(CURRENT TIME)
                   )
               END-EXEC
               MOVE '2100-HOLD-POLICY' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'POLICY ' HV-POL-POL-ID ' ON COMPLIANCE HOLD - '
                   WS-SNC-PARTY-TYPE ' ' WS-SNC-NAME
           ELSE
               IF SQLCODE NOT = DB2-NOTFND
                   MOVE '2100-HOLD-POLICY' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
           END-IF.
       2100-HOLD-POLICY-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMSNRS - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'PARTIES SCREENED . . . . . : ' WS-PARTY-COUNT
           DISPLAY 'NEW HITS QUEUED. . . . . . : ' WS-HIT-COUNT
           DISPLAY 'POLICIES PUT ON HOLD . . . : ' WS-HELD-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMSNRS - WEEKLY SANCTIONS RESCREEN COMPLETE'
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
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMSNRS'       TO HV-ERL-PROGRAM-ID
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
      * RUN-CONTROL (TB_BATCH_RUN_CONTROL): THE JOB REGISTERS ITSELF   *
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, AND CLOSES     *
      * WITH ITS END STATUS AND RECORD COUNT SO OPERATIONS CAN SEE     *
      * THE NIGHT AT A GLANCE.                                         *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMSNRS'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMSNRS ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMSNRS'
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
                   WHERE JOB_NAME = 'PGMSNRS'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-PARTY-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMSNRS'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
               WHERE JOB_NAME = 'PGMSNRS'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.

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
           PERFORM UNTIL SQLCODE = 100
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
