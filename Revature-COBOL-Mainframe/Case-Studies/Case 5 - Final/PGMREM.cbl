       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREM.
      *   PROGRAM NAME: PREMIUM-DUE REMINDER EXTRACT
      *   INPUT: TB_POLICY_DETAILS JOIN TB_POLICY_HOLDER_DETAILS,
      *       TB_PREMIUM_SCHEDULE, TB_DEATH_CASES, TB_UNDELIVERABLE,
      *       TB_ACCOUNTS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(REMINDER) AS: OUTREM,
      *       TB_CORRESPONDENCE_LOG, TB_SALES_LEADS
      *   DESCRIPTION: SELECTS EVERY POLICY WHOSE PREM_PAY_DATE FALLS
      *       WITHIN THE NEXT WS-REMINDER-WINDOW DAYS AND EXTRACTS
      *       CUST_ID/NAME/PHONE SO A DOWNSTREAM SMS/EMAIL GATEWAY CAN
      *                    DELIVER BY MAIL OR EMAIL, NOT JUST SMS
      *    2026-09-02 KC - THE WINDOW NOW COUNTS BUSINESS DAYS OFF
      *                    TB_BUSINESS_CALENDAR
      *    2026-10-15 KC - NO REMINDER FOR AN INSTALLMENT WAIVED UNDER
      *                    A WAIVER-OF-PREMIUM CLAIM
      *    2026-10-15 KC - NO REMINDER ON A POLICY WITH AN OPEN
      *                    TB_DEATH_CASES CASE
      *    2026-10-15 KC - AN ADDRESS OR EMAIL PGMRTML HAS FLAGGED
      *                    UNDELIVERABLE IS LEFT BLANK ON THE EXTRACT;
      *                    EACH REMINDER IS LOGGED ON
      *                    TB_CORRESPONDENCE_LOG ('PREMREM') UNDER A
      *                    'LTR ' NUMBER CARRIED AT THE END OF THE LINE
      *                    SO A GATEWAY BOUNCE TRACES BACK TO IT
      *    2026-10-15 KC - EACH REMINDER RAISES A 'REM ' LEAD ON
      *                    TB_SALES_LEADS FOR THE POLICY'S AGENT (THE
      *                    '*POOL*' WHEN NOT ACTIVE) UNLESS ONE IS
      *                    STILL LIVE FOR THE POLICY FROM AN EARLIER RUN
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER              PIC X(01).
           05 O-REM-EMAIL         PIC X(30).
           05 FILLER              PIC X(01).
           05 O-REM-LETTER-ID     PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-REM             PIC 9(02).
           05 WS-EFF-WINDOW         PIC S9(04) USAGE COMP.
           05 WS-COUNTERS.
               10 WS-REMINDER-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-LEAD-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-POOL-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-NO-ADDR-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-NO-EMAIL-COUNT PIC 9(07) VALUE ZEROES.
      * 'Y' WHEN THE HOLDER'S CURRENT ADDRESS / EMAIL IS FLAGGED
      * UNDELIVERABLE ON TB_UNDELIVERABLE
           05 WS-ADDR-BAD-SW        PIC X(01).
           05 WS-EMAIL-BAD-SW       PIC X(01).
           05 WS-GEND-LTRID         PIC X(10).
      * THE AGENT A LEAD GOES TO, WHETHER THEY CAN STILL LOG ON, AND
      * HOW MANY LIVE LEADS THE POLICY ALREADY HAS
           05 WS-LEAD-AGENT         PIC X(10).
           05 WS-AGENT-ACTIVE       PIC S9(09) USAGE COMP.
           05 WS-LIVE-LEADS         PIC S9(09) USAGE COMP.
           05 WS-IDGEN-NBR          PIC 9(08).
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBCORLOG
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBLEADS
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_REM CURSOR FOR
                 SELECT
                   ,B.NAME
                   ,B.PHONE
                   ,A.PREM_PAY_DATE
                   ,COALESCE(A.AGENT_ID, ' ')
                   ,B.ADDRESS
                   ,B.EMAIL
      * A CHANNEL A RETURN OR BOUNCE FLAGGED STAYS SHUT UNTIL THE
      * HOLDER'S DETAILS ARE CHANGED AWAY FROM THE BAD VALUE
                   ,CASE WHEN EXISTS
                             (SELECT 1 FROM TB_UNDELIVERABLE U
                              WHERE U.POL_ID = A.POL_ID
                                AND U.CHANNEL = 'ADDR'
                                AND U.FLAG_STATUS = 'ACTIVE'
                                AND U.BAD_VALUE = B.ADDRESS)
                         THEN 'Y' ELSE 'N' END
                   ,CASE WHEN EXISTS
                             (SELECT 1 FROM TB_UNDELIVERABLE U
                              WHERE U.POL_ID = A.POL_ID
                                AND U.CHANNEL = 'EMAIL'
                                AND U.FLAG_STATUS = 'ACTIVE'
                                AND U.BAD_VALUE = B.EMAIL)
                         THEN 'Y' ELSE 'N' END
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN
                                        AND CURRENT DATE
                                            + :WS-EFF-WINDOW DAYS
                   AND A.POLICY_STATUS = 'ACTIVE'
      * NOT WHEN THE NEXT INSTALLMENT STILL TO SETTLE IS A WAIVED ONE
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_PREMIUM_SCHEDULE S
                        WHERE S.POL_ID = A.POL_ID
                          AND S.SCHED_STATUS = 'WAIVED'
                          AND S.PAID_DATE IS NULL
                          AND NOT EXISTS
                              (SELECT 1 FROM TB_PREMIUM_SCHEDULE S2
                               WHERE S2.POL_ID = A.POL_ID
                                 AND S2.DUE_SEQ < S.DUE_SEQ
                                 AND S2.SCHED_STATUS IN
                                     ('OPEN', 'OVERDUE')))
      * NOR WHEN THE DEATH MASTER FILE SAYS THE HOLDER HAS DIED
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_DEATH_CASES X
                        WHERE X.POL_ID = A.POL_ID
                          AND X.CASE_STATUS = 'OPEN')
                 ORDER BY A.PREM_PAY_DATE
           END-EXEC.
       PROCEDURE DIVISION.
                       ,:HV-HOL-NAME
                       ,:HV-HOL-PHONE
                       ,:HV-POL-PREM-PAY-DATE
                       ,:HV-POL-AGENT-ID
                       ,:HV-HOL-ADDRESS
                       ,:HV-HOL-EMAIL
                       ,:WS-ADDR-BAD-SW
                       ,:WS-EMAIL-BAD-SW
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_REM END-EXEC
           DISPLAY 'REMINDERS EXTRACTED THIS RUN: ' WS-REMINDER-COUNT
           DISPLAY 'ADDRESS WITHHELD - UNDELIV. : ' WS-NO-ADDR-COUNT
           DISPLAY 'EMAIL WITHHELD - UNDELIV. . : ' WS-NO-EMAIL-COUNT
           DISPLAY 'SALES LEADS RAISED . . . . .: ' WS-LEAD-COUNT
           DISPLAY 'LEADS LEFT IN THE POOL . . .: ' WS-POOL-COUNT
           EXEC SQL COMMIT END-EXEC.
       2000-REMINDER-EXTRACT-END. EXIT.

       2100-WRITE-REMINDER-LINE.
           PERFORM 2200-LOG-THE-REMINDER
           MOVE SPACES               TO O-REM-REC
           MOVE HV-POL-POL-ID        TO O-REM-POL-ID
           MOVE HV-POL-CUST-ID       TO O-REM-CUST-ID
           MOVE HV-HOL-NAME-TEXT     TO O-REM-NAME
           MOVE HV-POL-PREM-PAY-DATE TO O-REM-PAY-DATE
           MOVE HV-HOL-ADDR-TEXT     TO O-REM-ADDRESS
           MOVE HV-HOL-EMAIL-TEXT    TO O-REM-EMAIL
           MOVE WS-GEND-LTRID        TO O-REM-LETTER-ID
           IF WS-ADDR-BAD-SW = 'Y'
               MOVE SPACES TO O-REM-ADDRESS
               ADD 1 TO WS-NO-ADDR-COUNT
           END-IF
           IF WS-EMAIL-BAD-SW = 'Y'
               MOVE SPACES TO O-REM-EMAIL
               ADD 1 TO WS-NO-EMAIL-COUNT
           END-IF
           WRITE O-REM-REC
           PERFORM 2300-RAISE-LEAD
           ADD 1 TO WS-REMINDER-COUNT.
       2100-WRITE-REMINDER-LINE-END. EXIT.

      ******************************************************************
      * 2200-LOG-THE-REMINDER: THE SAME 'LTR ' NUMBERING AND           *
      * CORRESPONDENCE LOG PGMCORR USES FOR ITS LETTERS, SO A BOUNCE   *
      * THE GATEWAY REPORTS AGAINST THIS LINE CAN BE TRACED.           *
      ******************************************************************
       2200-LOG-THE-REMINDER.
           MOVE 'LTR ' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2200-LOG-THE-REMINDER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2200-LOG-THE-REMINDER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO WS-GEND-LTRID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO WS-GEND-LTRID
           END-STRING
           MOVE WS-GEND-LTRID  TO HV-COR-LETTER-ID
           MOVE 'PREMREM'      TO HV-COR-EVENT-TYPE
           MOVE HV-POL-POL-ID  TO HV-COR-POL-ID
           MOVE HV-POL-CUST-ID TO HV-COR-CUST-ID
           EXEC SQL
               INSERT INTO TB_CORRESPONDENCE_LOG VALUES (
                :HV-COR-LETTER-ID
               ,:HV-COR-EVENT-TYPE
               ,:HV-COR-POL-ID
               ,:HV-COR-CUST-ID
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2200-LOG-THE-REMINDER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2200-LOG-THE-REMINDER-END. EXIT.

      ******************************************************************
      * 2300-RAISE-LEAD: THE WINDOW MEANS THE SAME POLICY IS REMINDED  *
      * ON SEVERAL RUNS IN A ROW - IT GETS ONE LEAD, AND ANOTHER ONLY  *
      * ONCE THE LAST ONE HAS BEEN CLOSED DECLINED OR CONVERTED. THE   *
      * LEAD GOES TO THE POLICY'S AGENT, DUE ON THE PREMIUM DUE DATE.  *
      ******************************************************************
       2300-RAISE-LEAD.
           MOVE HV-POL-POL-ID TO HV-LED-SOURCE-REF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LIVE-LEADS
               FROM TB_SALES_LEADS
               WHERE LEAD_SOURCE = 'REM '
                 AND SOURCE_REF  = :HV-LED-SOURCE-REF
                 AND LEAD_STATUS IN ('OPEN', 'CONTACTED', 'NOANSWER')
           END-EXEC
           MOVE '2300-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-LIVE-LEADS = 0
               PERFORM 2305-INSERT-LEAD
           END-IF.
       2300-RAISE-LEAD-END. EXIT.

       2305-INSERT-LEAD.
           MOVE HV-POL-AGENT-ID TO WS-LEAD-AGENT
           PERFORM 2310-ASSIGN-AGENT
           MOVE 'LEAD' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2305-INSERT-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2305-INSERT-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO HV-LED-LEAD-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO HV-LED-LEAD-ID
           END-STRING
           MOVE 'REM '               TO HV-LED-SOURCE
           MOVE HV-POL-POL-ID        TO HV-LED-POL-ID
           MOVE HV-POL-CUST-ID       TO HV-LED-CUST-ID
           MOVE HV-HOL-NAME          TO HV-LED-PROSPECT-NAME
           MOVE HV-HOL-PHONE         TO HV-LED-PHONE
           MOVE WS-LEAD-AGENT        TO HV-LED-AGENT-ID
           MOVE HV-POL-PREM-PAY-DATE TO HV-LED-DUE-DATE
           EXEC SQL
               INSERT INTO TB_SALES_LEADS VALUES (
                :HV-LED-LEAD-ID
               ,:HV-LED-SOURCE
               ,:HV-LED-SOURCE-REF
               ,:HV-LED-POL-ID
               ,:HV-LED-CUST-ID
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
           MOVE '2305-INSERT-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-LEAD-COUNT.
       2305-INSERT-LEAD-END. EXIT.

      ******************************************************************
      * 2310-ASSIGN-AGENT: SAME RULE AS PGMNOTE'S '*SUPV*' ROUTING - A *
      * LEAD WHOSE AGENT HAS NO ACTIVE TB_ACCOUNTS LOGON WOULD NEVER   *
      * BE WORKED, SO IT GOES TO THE '*POOL*' ANY AGENT CAN TAKE.      *
      ******************************************************************
       2310-ASSIGN-AGENT.
           MOVE ZEROES TO WS-AGENT-ACTIVE
           IF WS-LEAD-AGENT NOT = SPACES
               MOVE WS-LEAD-AGENT TO HV-ACC-ID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AGENT-ACTIVE
                   FROM TB_ACCOUNTS
                   WHERE ID = :HV-ACC-ID
                     AND ACCT_STATUS = 'ACTIVE'
               END-EXEC
               MOVE '2310-ASSIGN-AGENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           IF WS-AGENT-ACTIVE = 0
               MOVE '*POOL*' TO WS-LEAD-AGENT
               ADD 1 TO WS-POOL-COUNT
           END-IF.
       2310-ASSIGN-AGENT-END. EXIT.

       9000-TERM.
           CLOSE O-REM-PS
           DISPLAY 'PGMREM - PREMIUM-DUE REMINDER EXTRACT COMPLETE'
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
