       PROGRAM-ID. PGMXSEL.
      *   PROGRAM NAME: TRAVEL-COVER CROSS-SELL QUOTE GENERATION
      *   INPUT: SEASON_DISCOUNT, TB_PARTY_XREF, TOUR_CUSTOMER,
      *       TB_POLICY_RATES, TB_POLICY_TYPES, TB_ID_CONTROL,
      *       TB_POLICY_DETAILS, TB_ACCOUNTS
      *   OUTPUT: TB_QUOTES, TB_SALES_LEADS,
      *       ARI011.KELVIN.TRNING.FINAL.PS(XSELLCON) AS: OUTXSEL
      *   DESCRIPTION: TB_PARTY_XREF LINKS TOUR CUSTOMERS TO
      *       INSURANCE ACCOUNTS AND THE LINK STILL EARNED NOTHING.
      *       EXISTING CONVERSION TRACKING TELLS US IF THE IDEA PAYS.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - QUOTE ROW CARRIES SMOKER_CLASS 'N' - NO AGE
      *                    BAND IS APPLIED WITHOUT A REAL DOB
      *    2026-10-15 KC - EACH QUOTE ALSO RAISES AN 'XSEL' LEAD ON
      *                    TB_SALES_LEADS FOR THE AGENT OF THE
      *                    CUSTOMER'S NEWEST ACTIVE POLICY, OR THE
      *                    '*POOL*' WHEN THAT AGENT IS NOT ACTIVE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-PREMIUM-AMNT-V PIC 9(07)V.
               10 WS-EXPIRY-DATE    PIC X(10).
           05 WS-IDGEN-NBR          PIC 9(08).
      * THE AGENT A LEAD GOES TO, AND WHETHER THEY CAN STILL LOG ON
           05 WS-LEAD-AGENT         PIC X(10).
           05 WS-AGENT-ACTIVE       PIC S9(09) USAGE COMP.
           05 WS-COUNTERS.
               10 WS-QUOTED-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-POOL-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBLEADS
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           END-PERFORM
           EXEC SQL CLOSE CURSOR_XSEL END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'CROSS-SELL QUOTES CREATED: ' WS-QUOTED-COUNT
           DISPLAY 'LEADS LEFT IN THE POOL . : ' WS-POOL-COUNT.
       2000-QUOTE-SWEEP-END. EXIT.

      ******************************************************************
           PERFORM H003-SQL-HANDLER
           PERFORM 2200-INSERT-QUOTE
           PERFORM 2300-WRITE-CONTACT-LINE
           PERFORM 2400-RAISE-LEAD
           ADD 1 TO WS-QUOTED-COUNT.
       2100-QUOTE-ONE-BOOKING-END. EXIT.

           MOVE WS-EXPIRY-DATE TO HV-QUO-EXPIRY-DATE
      * THE PROSPECT'S DOB IS NOT ON THE TOUR SIDE - THE AGENT
      * CAPTURES IT AT CONVERSION TIME, SO THE QUOTE CARRIES THE
      * RUN DATE AS A PLACEHOLDER THE AGT3 SCREEN OVERRIDES. WITH NO
      * REAL DOB THERE IS NO AGE BAND TO LOAD EITHER, SO THE QUOTE IS
      * PRICED ON THE RATE FACTOR ALONE AND FILED AS NON-SMOKER UNTIL
      * THE AGENT CONFIRMS THE CLASS
           MOVE 'N'            TO HV-QUO-SMOKER-CLASS
           EXEC SQL
               INSERT INTO TB_QUOTES VALUES (
                :HV-QUO-QUOTE-ID
               ,:HV-QUO-EXPIRY-DATE
               ,'OPEN'
               ,NULL
               ,:HV-QUO-SMOKER-CLASS
               )
           END-EXEC
           MOVE '2200-INSERT-QUOTE' TO WS-SQLERR-PARA
           WRITE O-XSEL-REC.
       2300-WRITE-CONTACT-LINE-END. EXIT.

      ******************************************************************
      * 2400-RAISE-LEAD: THE QUOTE IS NEW, SO NO LEAD CAN EXIST FOR IT *
      * YET. THE QUOTE ITSELF IS STAMPED 'PGMXSEL', SO THE LEAD GOES   *
      * TO THE AGENT ON THE CUSTOMER'S NEWEST ACTIVE POLICY - THE ONE  *
      * WHO KNOWS THEM - OR TO THE POOL WHEN THERE IS NONE OR THAT     *
      * AGENT NO LONGER HAS AN ACTIVE LOGON.                           *
      ******************************************************************
       2400-RAISE-LEAD.
           MOVE HV-PXR-ACCOUNT-ID TO HV-POL-CUST-ID
           MOVE SPACES TO WS-LEAD-AGENT
           EXEC SQL
               SELECT AGENT_ID INTO :WS-LEAD-AGENT
               FROM TB_POLICY_DETAILS
               WHERE CUST_ID = :HV-POL-CUST-ID
                 AND POLICY_STATUS = 'ACTIVE'
                 AND AGENT_ID IS NOT NULL
               ORDER BY POL_STRT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE SPACES TO WS-LEAD-AGENT
           ELSE
               MOVE '2400-RAISE-LEAD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           PERFORM 2410-ASSIGN-AGENT
           MOVE 'LEAD' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2400-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2400-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO HV-LED-LEAD-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO HV-LED-LEAD-ID
           END-STRING
           MOVE 'XSEL'            TO HV-LED-SOURCE
           MOVE HV-QUO-QUOTE-ID   TO HV-LED-SOURCE-REF
           MOVE HV-PXR-ACCOUNT-ID TO HV-LED-CUST-ID
           MOVE HV-TCUS-NAME      TO HV-LED-NAME-TEXT
           MOVE LENGTH OF HV-TCUS-NAME TO HV-LED-NAME-LEN
           MOVE HV-TCUS-PHONE     TO HV-LED-PHONE
           MOVE WS-LEAD-AGENT     TO HV-LED-AGENT-ID
           MOVE WS-EXPIRY-DATE    TO HV-LED-DUE-DATE
           EXEC SQL
               INSERT INTO TB_SALES_LEADS VALUES (
                :HV-LED-LEAD-ID
               ,:HV-LED-SOURCE
               ,:HV-LED-SOURCE-REF
               ,NULL
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
           MOVE '2400-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2400-RAISE-LEAD-END. EXIT.

      ******************************************************************
      * 2410-ASSIGN-AGENT: SAME RULE AS PGMNOTE'S '*SUPV*' ROUTING - A *
      * LEAD WHOSE AGENT HAS NO ACTIVE TB_ACCOUNTS LOGON WOULD NEVER   *
      * BE WORKED, SO IT GOES TO THE '*POOL*' ANY AGENT CAN TAKE.      *
      ******************************************************************
       2410-ASSIGN-AGENT.
           MOVE ZEROES TO WS-AGENT-ACTIVE
           IF WS-LEAD-AGENT NOT = SPACES
               MOVE WS-LEAD-AGENT TO HV-ACC-ID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AGENT-ACTIVE
                   FROM TB_ACCOUNTS
                   WHERE ID = :HV-ACC-ID
                     AND ACCT_STATUS = 'ACTIVE'
               END-EXEC
               MOVE '2410-ASSIGN-AGENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           IF WS-AGENT-ACTIVE = 0
               MOVE '*POOL*' TO WS-LEAD-AGENT
               ADD 1 TO WS-POOL-COUNT
           END-IF.
       2410-ASSIGN-AGENT-END. EXIT.

       9000-TERM.
           CLOSE O-XSEL-PS
           DISPLAY 'PGMXSEL - CROSS-SELL QUOTE GENERATION COMPLETE'
