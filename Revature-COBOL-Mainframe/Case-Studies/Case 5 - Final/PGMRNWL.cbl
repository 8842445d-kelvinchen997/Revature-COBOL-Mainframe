       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRNWL.
      *   PROGRAM NAME: POLICY RENEWAL OFFERS AND ACCEPTANCE
      *   INPUT: JCL PARM (OPTIONAL 'ACCEPT,POL_ID',
      *       'DECLINE,POL_ID' OR 'SETTLE,POL_ID,OYY'),
      *       TB_POLICY_DETAILS,
      *       TB_POLICY_HOLDER_DETAILS, TB_POLICY_TYPES,
      *       TB_RATE_BANDS, TB_RENEWAL_OFFERS, TB_ACCOUNTS
      *   OUTPUT: TB_RENEWAL_OFFERS, TB_POLICY_DETAILS,
      *       TB_SALES_LEADS,
      *       TB_SETTLEMENT_OPTIONS ('SETTLE' ONLY),
      *       TB_POLICY_HOLDER_DETAILS, TB_PREMIUM_SCHEDULE,
      *       ARI011.KELVIN.TRNING.FINAL.PS(RENEWAL) AS: OUTRNWL
      *   DESCRIPTION: PGMMAT MARKS A POLICY MATURE AND THE CUSTOMER
      *                    CADENCE WITH THE MODAL FACTOR
      *    2026-09-02 KC - SUCCESSOR DUE DATES ROLL FORWARD PAST
      *                    TB_BUSINESS_CALENDAR NON-BUSINESS DAYS
      *    2026-10-15 KC - OFFER PREMIUM CARRIES THE TB_RATE_BANDS
      *                    AGE-BAND/SMOKER LOADING AT THE HOLDER'S AGE
      *                    ON THE OLD MATURITY DATE; SUCCESSOR HOLDER
      *                    ROW KEEPS THE SMOKER CLASS
      *    2026-10-15 KC - PARM 'SETTLE,POL_ID,OYY' RECORDS THE
      *                    HOLDER'S REPLY TO THE OFFER MAILING AS A
      *                    MATURITY SETTLEMENT ELECTION - 'L' LUMP SUM
      *                    OR 'M'/'A' INSTALLMENTS OVER 05 OR 10 YEARS
      *                    (5000-ELECT-SETTLEMENT)
      *    2026-10-15 KC - EACH OFFER RAISES AN 'RNWL' LEAD ON
      *                    TB_SALES_LEADS FOR THE POLICY'S AGENT (THE
      *                    '*POOL*' WHEN NOT ACTIVE); ACCEPT CLOSES IT
      *                    CONVERTED TO THE SUCCESSOR POL_ID, DECLINE
      *                    CLOSES IT DECLINED (6000-CLOSE-LEAD)
      *    2026-10-15 KC - STAMP THE SUCCESSOR HOLDER ROW'S LAST_UPD_TS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-PARM-VARS.
               10 WS-PARM-ACTION    PIC X(07).
               10 WS-PARM-POL-ID    PIC X(10).
               10 WS-PARM-SETTLE    PIC X(03).
               10 WS-PARM-SETTLE-R  REDEFINES WS-PARM-SETTLE.
                   15 WS-PARM-STL-OPT   PIC X(01).
                   15 WS-PARM-STL-YRS   PIC X(02).
           05 WS-CALC-VARS.
               10 WS-TENURE-YEARS   PIC 9(02).
               10 WS-SUM-ASSURED-V  PIC 9(07)V.
               10 WS-PREMIUM-AMNT-V PIC 9(07)V.
               10 WS-BAND-FACTOR    PIC S9(1)V9(2) USAGE COMP-3.
           05 WS-IDGEN-NBR          PIC 9(08).
           05 WS-NEW-POL-ID         PIC X(10).
           05 WS-SCHEDULE-VARS.
               10 WS-FREQ-MONTHS    PIC 9(02).
               10 WS-FREQ-FACTOR    PIC 9V999.
           05 WS-CAL-ROLLS          PIC 9(02).
      * THE AGENT A LEAD GOES TO, WHETHER THEY CAN STILL LOG ON, AND
      * THE STATUS ITS LEAD IS CLOSED WITH
           05 WS-LEAD-VARS.
               10 WS-LEAD-AGENT     PIC X(10).
               10 WS-AGENT-ACTIVE   PIC S9(09) USAGE COMP.
               10 WS-LEAD-OUTCOME   PIC X(09).
           05 WS-NEW-DATES.
               10 WS-STRT-DATE      PIC X(10).
               10 WS-MAT-DATE       PIC X(10).
               10 WS-END-YEARS-S    PIC X(04).
           05 WS-COUNTERS.
               10 WS-OFFER-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-POOL-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBPOLTYP
           END-EXEC.
           EXEC SQL
               INCLUDE TBRATBND
           END-EXEC.
           EXEC SQL
               INCLUDE TBRENEW
           END-EXEC.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSETOPT
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
                 SELECT
                    A.POL_ID
                   ,A.CUST_ID
                   ,COALESCE(A.AGENT_ID, ' ')
                   ,A.POL_TYPE
                   ,A.MATURITY_DATE
                   ,B.NAME
                   ,B.PHONE
                   ,B.TENURE_YEARS
                   ,B.SUM_ASSURED
                   ,B.DOB
                   ,B.SMOKER_CLASS
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(22).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMRNWL - RENEWAL PROCESSING STARTING'
           IF LK-PARM-LEN = 0
               PERFORM 2000-GENERATE-OFFERS
           ELSE
               MOVE SPACES TO WS-PARM-SETTLE
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-ACTION
                        WS-PARM-POL-ID
                        WS-PARM-SETTLE
               EVALUATE WS-PARM-ACTION
               WHEN 'ACCEPT'
                   PERFORM 3000-ACCEPT-OFFER
               WHEN 'DECLINE'
                   PERFORM 4000-DECLINE-OFFER
               WHEN 'SETTLE'
                   PERFORM 5000-ELECT-SETTLEMENT
                       THRU 5000-ELECT-SETTLEMENT-END
               WHEN OTHER
                   DISPLAY 'PGMRNWL - BAD PARM ACTION: '
                       WS-PARM-ACTION
                   FETCH CURSOR_RNWL INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-CUST-ID
                       ,:HV-POL-AGENT-ID
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-MATURITY-DATE
                       ,:HV-HOL-NAME
                       ,:HV-HOL-PHONE
                       ,:HV-HOL-TENURE-YEARS
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-DOB
                       ,:HV-HOL-SMOKER-CLASS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
           EXEC SQL CLOSE CURSOR_RNWL END-EXEC
           EXEC SQL COMMIT END-EXEC
           CLOSE O-RNWL-PS
           DISPLAY 'RENEWAL OFFERS GENERATED: ' WS-OFFER-COUNT
           DISPLAY 'LEADS LEFT IN THE POOL . : ' WS-POOL-COUNT.
       2000-GENERATE-OFFERS-END. EXIT.

      ******************************************************************
      * 2100-QUOTE-AND-OFFER: SAME TENURE, PREMIUM RE-RATED AT THE     *
      * CURRENT TB_POLICY_TYPES RATE FACTOR - THE SAME FORMULA AS THE  *
      * BIND (SUM ASSURED OVER TENURE-MONTHS TIMES RATE FACTOR TIMES   *
      * AGE-BAND FACTOR). THE SUCCESSOR STARTS ON THE OLD MATURITY     *
      * DATE, SO THE HOLDER'S AGE IS TAKEN ON THAT DATE.               *
      ******************************************************************
       2100-QUOTE-AND-OFFER.
           MOVE HV-POL-POL-TYPE TO HV-PTY-POL-TYPE
                   ' - OFFER SKIPPED FOR ' HV-POL-POL-ID
               GO TO 2100-QUOTE-AND-OFFER-END
           END-IF
           PERFORM 2110-GET-BAND-FACTOR
           MOVE HV-HOL-TENURE-YEARS TO WS-TENURE-YEARS
           MOVE HV-HOL-SUM-ASSURED  TO WS-SUM-ASSURED-V
           COMPUTE WS-PREMIUM-AMNT-V =
               ( WS-SUM-ASSURED-V / ( WS-TENURE-YEARS * 12 ) )
               * HV-PTY-RATE-FACTOR * WS-BAND-FACTOR
           MOVE HV-POL-POL-ID       TO HV-RNW-POL-ID
           MOVE HV-HOL-TENURE-YEARS TO HV-RNW-NEW-TENURE
           MOVE WS-PREMIUM-AMNT-V   TO HV-RNW-NEW-PREMIUM
           MOVE HV-RNW-NEW-TENURE    TO O-RNWL-NEW-TENURE
           MOVE HV-RNW-NEW-PREMIUM   TO O-RNWL-NEW-PREMIUM
           WRITE O-RNWL-REC
           PERFORM 2200-RAISE-LEAD
           ADD 1 TO WS-OFFER-COUNT.
       2100-QUOTE-AND-OFFER-END. EXIT.

      ******************************************************************
      * 2200-RAISE-LEAD: A POLICY ONLY EVER GETS ONE OFFER (THE CURSOR *
      * SKIPS ANY POLICY WITH A TB_RENEWAL_OFFERS ROW), SO ITS LEAD IS *
      * NEW TOO. IT GOES TO THE POLICY'S AGENT, DUE ON THE MATURITY    *
      * DATE THE RENEWAL HAS TO BE IN PLACE BY.                        *
      ******************************************************************
       2200-RAISE-LEAD.
           MOVE HV-POL-AGENT-ID TO WS-LEAD-AGENT
           PERFORM 2210-ASSIGN-AGENT
           MOVE 'LEAD' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2200-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2200-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO HV-LED-LEAD-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO HV-LED-LEAD-ID
           END-STRING
           MOVE 'RNWL'               TO HV-LED-SOURCE
           MOVE HV-POL-POL-ID        TO HV-LED-SOURCE-REF
           MOVE HV-POL-POL-ID        TO HV-LED-POL-ID
           MOVE HV-POL-CUST-ID       TO HV-LED-CUST-ID
           MOVE HV-HOL-NAME          TO HV-LED-PROSPECT-NAME
           MOVE HV-HOL-PHONE         TO HV-LED-PHONE
           MOVE WS-LEAD-AGENT        TO HV-LED-AGENT-ID
           MOVE HV-POL-MATURITY-DATE TO HV-LED-DUE-DATE
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
           MOVE '2200-RAISE-LEAD' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2200-RAISE-LEAD-END. EXIT.

      ******************************************************************
      * 2210-ASSIGN-AGENT: SAME RULE AS PGMNOTE'S '*SUPV*' ROUTING - A *
      * LEAD WHOSE AGENT HAS NO ACTIVE TB_ACCOUNTS LOGON WOULD NEVER   *
      * BE WORKED, SO IT GOES TO THE '*POOL*' ANY AGENT CAN TAKE.      *
      ******************************************************************
       2210-ASSIGN-AGENT.
           MOVE ZEROES TO WS-AGENT-ACTIVE
           IF WS-LEAD-AGENT NOT = SPACES
               MOVE WS-LEAD-AGENT TO HV-ACC-ID
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-AGENT-ACTIVE
                   FROM TB_ACCOUNTS
                   WHERE ID = :HV-ACC-ID
                     AND ACCT_STATUS = 'ACTIVE'
               END-EXEC
               MOVE '2210-ASSIGN-AGENT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           IF WS-AGENT-ACTIVE = 0
               MOVE '*POOL*' TO WS-LEAD-AGENT
               ADD 1 TO WS-POOL-COUNT
           END-IF.
       2210-ASSIGN-AGENT-END. EXIT.

      ******************************************************************
      * 2110-GET-BAND-FACTOR: THE HOLDER'S AGE ON THE OLD MATURITY     *
      * DATE AND THEIR SMOKER CLASS PICK THE TB_RATE_BANDS ROW IN      *
      * FORCE ON THAT DATE - SAME LOOKUP AS PGM'S H022. NO BAND ROW    *
      * FOR THE TYPE RATES AT 1.00.                                    *
      ******************************************************************
       2110-GET-BAND-FACTOR.
           MOVE 1.00 TO WS-BAND-FACTOR
           MOVE HV-POL-POL-TYPE     TO HV-RBD-POL-TYPE
           MOVE HV-HOL-SMOKER-CLASS TO HV-RBD-SMOKER-CLASS
           EXEC SQL
               SELECT BAND_FACTOR INTO :HV-RBD-BAND-FACTOR
               FROM TB_RATE_BANDS
               WHERE POL_TYPE     = :HV-RBD-POL-TYPE
                 AND SMOKER_CLASS = :HV-RBD-SMOKER-CLASS
                 AND EFF_DATE    <= DATE(:HV-POL-MATURITY-DATE)
                 AND YEAR(DATE(:HV-POL-MATURITY-DATE)
                          - DATE(:HV-HOL-DOB))
                     BETWEEN AGE_FROM AND AGE_TO
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE HV-RBD-BAND-FACTOR TO WS-BAND-FACTOR
           WHEN SQLCODE = DB2-NOTFND
      * NO BAND IS NOT AN END-OF-CURSOR - KEEP THE SWEEP GOING
               MOVE ZERO TO SQLCODE
           WHEN OTHER
               MOVE '2110-GET-BAND-FACTOR' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       2110-GET-BAND-FACTOR-END. EXIT.

      ******************************************************************
      * 3000-ACCEPT-OFFER: THE SUCCESSOR POLICY STARTS WHERE THE OLD   *
      * ONE MATURES - NEW POL_ID FROM THE NUMBER-CONTROL TABLE, SAME   *
                      A.MATURITY_DATE, A.SSN, A.CURRENCY_CODE,
                      A.PAY_FREQ,
                      B.NAME, B.PHONE, B.DOB, B.SUM_ASSURED,
                      B.ADDRESS, B.EMAIL, B.SMOKER_CLASS
               INTO :HV-POL-CUST-ID, :HV-POL-AGENT-ID,
                    :HV-POL-POL-TYPE, :HV-POL-MATURITY-DATE,
                    :HV-POL-SSN, :HV-POL-CURRENCY-CODE,
                    :HV-POL-PAY-FREQ,
                    :HV-HOL-NAME, :HV-HOL-PHONE, :HV-HOL-DOB,
                    :HV-HOL-SUM-ASSURED, :HV-HOL-ADDRESS,
                    :HV-HOL-EMAIL, :HV-HOL-SMOKER-CLASS
               FROM TB_POLICY_DETAILS A
                    JOIN TB_POLICY_HOLDER_DETAILS B
                    ON A.POL_ID = B.POL_ID
           END-EXEC
           MOVE '3000-ACCEPT-OFFER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'CONVERTED'   TO WS-LEAD-OUTCOME
           MOVE WS-NEW-POL-ID TO HV-LED-CONV-POL-ID
           PERFORM 6000-CLOSE-LEAD
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'OFFER ACCEPTED - SUCCESSOR POLICY: ' WS-NEW-POL-ID.
       3000-ACCEPT-OFFER-END. EXIT.
               ,:HV-HOL-ADDRESS
               ,:HV-HOL-EMAIL
               ,'N'
               ,:HV-HOL-SMOKER-CLASS
               ,CURRENT TIMESTAMP
               )
           END-EXEC
           MOVE '3200-INSERT-SUCCESSOR' TO WS-SQLERR-PARA
           ELSE
               MOVE '4000-DECLINE-OFFER' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE 'DECLINED' TO WS-LEAD-OUTCOME
               MOVE SPACES     TO HV-LED-CONV-POL-ID
               PERFORM 6000-CLOSE-LEAD
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'OFFER DECLINED FOR: ' WS-PARM-POL-ID
           END-IF.
       4000-DECLINE-OFFER-END. EXIT.

      ******************************************************************
      * 5000-ELECT-SETTLEMENT: THE HOLDER'S ANSWER TO HOW THE MATURITY *
      * PROCEEDS ARE PAID, KEYED FROM THEIR REPLY TO THE OFFER - SAME  *
      * RULES AS THE POL9 SCREEN (3299): 'L' LUMP SUM, OR 'M' MONTHLY  *
      * / 'A' ANNUAL OVER 05 OR 10 YEARS, ON AN ACTIVE POLICY BEFORE   *
      * ITS MATURITY_DATE. A LATER ELECTION REPLACES AN EARLIER ONE.   *
      ******************************************************************
       5000-ELECT-SETTLEMENT.
           MOVE WS-PARM-POL-ID TO HV-POL-POL-ID
           EXEC SQL
               SELECT POLICY_STATUS INTO :HV-POL-POLICY-STATUS
               FROM TB_POLICY_DETAILS
               WHERE POL_ID = :HV-POL-POL-ID
                 AND MATURITY_DATE > CURRENT DATE
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'NO POLICY STILL SHORT OF MATURITY FOR: '
                   WS-PARM-POL-ID
               GO TO 5000-ELECT-SETTLEMENT-END
           END-IF
           MOVE '5000-ELECT-SETTLEMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF HV-POL-POLICY-STATUS NOT = 'ACTIVE'
               DISPLAY 'POLICY NOT ACTIVE - NO ELECTION TAKEN: '
                   WS-PARM-POL-ID
               GO TO 5000-ELECT-SETTLEMENT-END
           END-IF
           EVALUATE TRUE
           WHEN WS-PARM-STL-OPT = 'L'
               MOVE ZEROES TO HV-STO-SETTLE-YEARS
           WHEN ((WS-PARM-STL-OPT = 'M') OR (WS-PARM-STL-OPT = 'A'))
               AND ((WS-PARM-STL-YRS = '05')
                    OR (WS-PARM-STL-YRS = '10'))
               MOVE WS-PARM-STL-YRS TO HV-STO-SETTLE-YEARS
           WHEN OTHER
               DISPLAY 'PGMRNWL - BAD SETTLEMENT OPTION: '
                   WS-PARM-SETTLE
               GO TO 5000-ELECT-SETTLEMENT-END
           END-EVALUATE
           MOVE WS-PARM-POL-ID  TO HV-STO-POL-ID
           MOVE WS-PARM-STL-OPT TO HV-STO-SETTLE-OPTION
           MOVE 'PGMRNWL'       TO HV-STO-ELECTED-BY
           EXEC SQL
               UPDATE TB_SETTLEMENT_OPTIONS
               SET SETTLE_OPTION = :HV-STO-SETTLE-OPTION
                  ,SETTLE_YEARS  = :HV-STO-SETTLE-YEARS
                  ,ELECT_DATE    = CURRENT DATE
                  ,ELECTED_BY    = :HV-STO-ELECTED-BY
               WHERE POL_ID = :HV-STO-POL-ID
                 AND SETTLE_STATUS = 'ELECTED'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               EXEC SQL
                   INSERT INTO TB_SETTLEMENT_OPTIONS VALUES (
                    :HV-STO-POL-ID
                   ,:HV-STO-SETTLE-OPTION
                   ,:HV-STO-SETTLE-YEARS
                   ,CURRENT DATE
                   ,:HV-STO-ELECTED-BY
                   ,'ELECTED'
                   ,NULL
                   ,NULL
                   )
               END-EXEC
           END-IF
           MOVE '5000-ELECT-SETTLEMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'SETTLEMENT OPTION ' WS-PARM-SETTLE
               ' ELECTED FOR: ' WS-PARM-POL-ID.
       5000-ELECT-SETTLEMENT-END. EXIT.

      ******************************************************************
      * 6000-CLOSE-LEAD: THE HOLDER'S ANSWER CLOSES THE POLICY'S LIVE  *
      * 'RNWL' LEAD WHOEVER HOLDS IT - CONVERTED TO THE SUCCESSOR      *
      * POL_ID OR DECLINED. AN OFFER MADE BEFORE LEADS WERE KEPT HAS   *
      * NO LEAD, WHICH IS NOT AN ERROR.                                *
      ******************************************************************
       6000-CLOSE-LEAD.
           MOVE WS-PARM-POL-ID  TO HV-LED-SOURCE-REF
           MOVE WS-LEAD-OUTCOME TO HV-LED-STATUS
           EXEC SQL
               UPDATE TB_SALES_LEADS
               SET LEAD_STATUS  = :HV-LED-STATUS
                  ,CONV_POL_ID  = NULLIF(:HV-LED-CONV-POL-ID, ' ')
                  ,OUTCOME_DATE = CURRENT DATE
                  ,OUTCOME_BY   = 'PGMRNWL'
               WHERE LEAD_SOURCE = 'RNWL'
                 AND SOURCE_REF  = :HV-LED-SOURCE-REF
                 AND LEAD_STATUS IN ('OPEN', 'CONTACTED', 'NOANSWER')
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '6000-CLOSE-LEAD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF.
       6000-CLOSE-LEAD-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMRNWL - RENEWAL PROCESSING COMPLETE'
           STOP RUN.
