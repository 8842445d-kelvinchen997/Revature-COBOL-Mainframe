       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSNRV.
      *   PROGRAM NAME: SANCTIONS HIT REVIEW
      *   INPUT: JCL PARM 'LIST' OR 'CLEAR,HIT_ID,USER_ID' OR
      *       'CONFIRM,HIT_ID,USER_ID', TB_SANCTION_HITS,
      *       TB_SANCTIONS_LIST
      *   OUTPUT: TB_SANCTION_HITS, TB_POLICY_DETAILS (POLICY_STATUS),
      *       TB_DISBURSEMENTS (DISB_STATUS), TB_AUDIT_LOG, SYSOUT
      *   DESCRIPTION: WORKS THE COMPLIANCE REVIEW QUEUE THE SANCTIONS
      *       SCREENING FEEDS. 'LIST' PRINTS EVERY PENDING HIT BESIDE
      *       THE WATCHLIST NAME AND DATE OF BIRTH IT MATCHED.
      *       'CLEAR' MARKS A FALSE MATCH CLEARED; ONCE NO UNCLEARED
      *       HIT IS LEFT ON THE POLICY'S HOLDER, CO-HOLDERS AND
      *       NOMINEES THE POLICY GOES BACK TO THE STATUS THE HOLD
      *       REPLACED, AND ONCE NONE IS LEFT ON A PAYEE THAT PAYEE'S
      *       HELD PAYOUTS GO TO PENDAPPR FOR THE SUPM APPROVAL QUEUE.
      *       'CONFIRM' MARKS A TRUE MATCH AND THE HOLD STAYS. EVERY
      *       DECISION IS AUDIT-LOGGED UNDER THE REVIEWER'S USER ID.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PARM-VARS.
               10 WS-PARM-ACTION    PIC X(07).
               10 WS-PARM-HIT-ID    PIC X(10).
               10 WS-PARM-USER-ID   PIC X(10).
           05 WS-COUNTERS.
               10 WS-LIST-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-RELEASE-COUNT  PIC S9(09) COMP VALUE 0.
           05 WS-OPEN-HITS          PIC S9(09) COMP.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
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
               INCLUDE TBAUDIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * PENDING HITS, OLDEST FIRST, WITH THE LIST ENTRY THEY MATCHED
      * (AN ALIAS ROW OF THE SAME ENTRY MAY SHOW MORE THAN ONCE)
           EXEC SQL
               DECLARE CURSOR_SNRV CURSOR FOR
                 SELECT
                    H.HIT_ID
                   ,H.PARTY_TYPE
                   ,H.POL_ID
                   ,H.PARTY_NAME
                   ,H.PARTY_DOB
                   ,H.MATCH_RULE
                   ,H.SOURCE_REF
                   ,CHAR(H.RAISED_DATE, ISO)
                   ,H.ENTRY_ID
                   ,COALESCE(L.LIST_NAME, ' ')
                   ,COALESCE(L.LIST_DOB, ' ')
                 FROM
                   TB_SANCTION_HITS H
                   LEFT JOIN
                   TB_SANCTIONS_LIST L
                   ON L.ENTRY_ID = H.ENTRY_ID
                 WHERE H.HIT_STATUS = 'PENDING'
                 ORDER BY H.RAISED_DATE, H.HIT_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(29).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMSNRV - SANCTIONS HIT REVIEW STARTING'
           IF LK-PARM-LEN = 0
               MOVE 'LIST' TO WS-PARM-ACTION
           ELSE
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-ACTION
                        WS-PARM-HIT-ID
                        WS-PARM-USER-ID
           END-IF
           EVALUATE WS-PARM-ACTION
           WHEN 'LIST'
               PERFORM 2000-LIST-PENDING
           WHEN 'CLEAR'
           WHEN 'CONFIRM'
               IF WS-PARM-USER-ID = SPACES
                   DISPLAY 'PGMSNRV - PARM NEEDS THE REVIEWER USER ID'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-DECIDE-HIT
               END-IF
           WHEN OTHER
               DISPLAY 'PGMSNRV - BAD PARM ACTION: ' WS-PARM-ACTION
           END-EVALUATE
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       2000-LIST-PENDING.
           EXEC SQL OPEN CURSOR_SNRV END-EXEC
           MOVE '2000-LIST-PENDING' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_SNRV INTO
                        :HV-SNH-HIT-ID
                       ,:HV-SNH-PARTY-TYPE
                       ,:HV-SNH-POL-ID
                       ,:HV-SNH-PARTY-NAME
                       ,:HV-SNH-PARTY-DOB
                       ,:HV-SNH-MATCH-RULE
                       ,:HV-SNH-SOURCE-REF
                       ,:HV-SNH-RAISED-DATE
                       ,:HV-SNH-ENTRY-ID
                       ,:HV-SNC-LIST-NAME
                       ,:HV-SNC-LIST-DOB
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-LIST-PENDING' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY 'PENDING: ' HV-SNH-HIT-ID
                       ' RAISED: ' HV-SNH-RAISED-DATE
                       ' POLICY: ' HV-SNH-POL-ID
                       ' ' HV-SNH-PARTY-TYPE
                       ' ' HV-SNH-SOURCE-REF
                   DISPLAY '    PARTY: ' HV-SNH-PARTY-NAME
                       ' DOB: ' HV-SNH-PARTY-DOB
                   DISPLAY '    LISTED: ' HV-SNC-LIST-NAME
                       ' DOB: ' HV-SNC-LIST-DOB
                       ' ENTRY: ' HV-SNH-ENTRY-ID
                       ' ' HV-SNH-MATCH-RULE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SNRV END-EXEC
           DISPLAY 'PENDING HITS LISTED: ' WS-LIST-COUNT.
       2000-LIST-PENDING-END. EXIT.

      ******************************************************************
      * 3000-DECIDE-HIT: THE UPDATE IS GUARDED ON 'PENDING' SO A RERUN *
      * OR A SECOND REVIEWER REPORTS NO-MATCH INSTEAD OF RE-DECIDING.  *
      * A CLEARED HIT RELEASES ITS HOLD ONLY WHEN IT WAS THE LAST ONE  *
      * STANDING (3100 / 3200); A CONFIRMED HIT LEAVES THE HOLD ON.    *
      ******************************************************************
       3000-DECIDE-HIT.
           MOVE WS-PARM-HIT-ID  TO HV-SNH-HIT-ID
           IF WS-PARM-ACTION = 'CLEAR'
               MOVE 'CLEARED'  TO HV-SNH-STATUS
           ELSE
               MOVE 'CONFIRMD' TO HV-SNH-STATUS
           END-IF
           MOVE WS-PARM-USER-ID TO HV-SNH-DECIDED-BY
           EXEC SQL
               UPDATE TB_SANCTION_HITS
               SET HIT_STATUS   = :HV-SNH-STATUS
                  ,DECIDED_BY   = :HV-SNH-DECIDED-BY
                  ,DECIDED_DATE = CURRENT DATE
               WHERE HIT_ID = :HV-SNH-HIT-ID
                 AND HIT_STATUS = 'PENDING'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'NO PENDING HIT FOR: ' WS-PARM-HIT-ID
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE '3000-DECIDE-HIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               PERFORM 3010-APPLY-DECISION
           END-IF.
       3000-DECIDE-HIT-END. EXIT.

       3010-APPLY-DECISION.
           EXEC SQL
               SELECT POL_ID, PARTY_TYPE, PARTY_NAME
               INTO :HV-SNH-POL-ID, :HV-SNH-PARTY-TYPE,
                    :HV-SNH-PARTY-NAME
               FROM TB_SANCTION_HITS
               WHERE HIT_ID = :HV-SNH-HIT-ID
           END-EXEC
           MOVE '3010-APPLY-DECISION' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-PARM-ACTION = 'CLEAR'
               IF HV-SNH-PARTY-TYPE = 'PAY'
                   PERFORM 3200-RELEASE-PAYOUTS
               ELSE
                   PERFORM 3100-RELEASE-POLICY
               END-IF
           ELSE
               DISPLAY 'HIT CONFIRMED - POLICY ' HV-SNH-POL-ID
                   ' STAYS ON COMPLIANCE HOLD'
           END-IF
           PERFORM 3300-WRITE-AUDIT
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'HIT ' WS-PARM-HIT-ID ' SET TO '
               HV-SNH-STATUS ' BY ' WS-PARM-USER-ID.
       3010-APPLY-DECISION-END. EXIT.

      * THE POLICY GOES BACK TO THE STATUS ITS NEWEST HIT RECORDED
      * BEFORE THE HOLD, ONCE NO PARTY ON IT HAS A HIT STILL OPEN
       3100-RELEASE-POLICY.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-HITS
               FROM TB_SANCTION_HITS
               WHERE POL_ID = :HV-SNH-POL-ID
                 AND PARTY_TYPE <> 'PAY'
                 AND HIT_STATUS <> 'CLEARED'
           END-EXEC
           MOVE '3100-RELEASE-POLICY' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-OPEN-HITS > 0
               DISPLAY 'POLICY ' HV-SNH-POL-ID ' STILL HAS '
                   WS-OPEN-HITS ' OPEN HIT(S) - HOLD STAYS'
           ELSE
               EXEC SQL
                   SELECT PRIOR_STATUS INTO :HV-SNH-PRIOR-STATUS
                   FROM TB_SANCTION_HITS
                   WHERE POL_ID = :HV-SNH-POL-ID
                     AND PARTY_TYPE <> 'PAY'
                     AND PRIOR_STATUS <> 'COMPHOLD'
                   ORDER BY RAISED_DATE DESC, HIT_ID DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   MOVE 'ACTIVE' TO HV-SNH-PRIOR-STATUS
               ELSE
                   MOVE '3100-RELEASE-POLICY' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
               PERFORM 3110-RESTORE-STATUS
           END-IF.
       3100-RELEASE-POLICY-END. EXIT.

       3110-RESTORE-STATUS.
           MOVE HV-SNH-POL-ID TO HV-POL-POL-ID
           MOVE HV-SNH-PRIOR-STATUS TO HV-POL-POLICY-STATUS
           EXEC SQL
               UPDATE TB_POLICY_DETAILS
               SET POLICY_STATUS = :HV-POL-POLICY-STATUS
                  ,LAST_UPD_TS   = CURRENT TIMESTAMP
                  ,LAST_UPD_USER = :WS-PARM-USER-ID
               WHERE POL_ID = :HV-POL-POL-ID
                 AND POLICY_STATUS = 'COMPHOLD'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'POLICY ' HV-POL-POL-ID ' WAS NOT ON HOLD'
           ELSE
               MOVE '3110-RESTORE-STATUS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               DISPLAY 'POLICY ' HV-POL-POL-ID ' RELEASED TO '
                   HV-POL-POLICY-STATUS
           END-IF.
       3110-RESTORE-STATUS-END. EXIT.

      * A CLEARED PAYEE'S HELD PAYOUTS DO NOT GO STRAIGHT OUT - THEY
      * JOIN THE SUPM APPROVAL QUEUE SO A SUPERVISOR RELEASES THEM
       3200-RELEASE-PAYOUTS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-OPEN-HITS
               FROM TB_SANCTION_HITS
               WHERE POL_ID = :HV-SNH-POL-ID
                 AND PARTY_TYPE = 'PAY'
                 AND PARTY_NAME = :HV-SNH-PARTY-NAME
                 AND HIT_STATUS <> 'CLEARED'
           END-EXEC
           MOVE '3200-RELEASE-PAYOUTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-OPEN-HITS > 0
               DISPLAY 'PAYEE STILL HAS ' WS-OPEN-HITS
                   ' OPEN HIT(S) - PAYOUTS STAY HELD'
           ELSE
               EXEC SQL
                   UPDATE TB_DISBURSEMENTS
                   SET DISB_STATUS = 'PENDAPPR'
                      ,STATUS_DATE = CURRENT DATE
                   WHERE POL_ID = :HV-SNH-POL-ID
                     AND PAYEE_NAME = :HV-SNH-PARTY-NAME
                     AND DISB_STATUS = 'COMPHOLD'
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   MOVE 0 TO WS-RELEASE-COUNT
               ELSE
                   MOVE '3200-RELEASE-PAYOUTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SQLERRD(3) TO WS-RELEASE-COUNT
               END-IF
               DISPLAY 'PAYOUTS RELEASED TO SUPERVISOR APPROVAL: '
                   WS-RELEASE-COUNT
           END-IF.
       3200-RELEASE-PAYOUTS-END. EXIT.

       3300-WRITE-AUDIT.
           MOVE WS-PARM-USER-ID TO HV-AUD-PERFORMED-BY
           IF WS-PARM-ACTION = 'CLEAR'
               MOVE 'CLEAR-SANCTION-HIT' TO HV-AUD-ACTION
           ELSE
               MOVE 'CONFIRM-SANCTION'   TO HV-AUD-ACTION
           END-IF
           MOVE WS-PARM-HIT-ID TO HV-AUD-REF-ID
           EXEC SQL
               INSERT INTO TB_AUDIT_LOG VALUES (
                :HV-AUD-PERFORMED-BY
               ,:HV-AUD-ACTION
               ,:HV-AUD-REF-ID
               ,CURRENT DATE
               ,CHAR(CURRENT TIME)
               )
           END-EXEC
           MOVE '3300-WRITE-AUDIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       3300-WRITE-AUDIT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMSNRV - SANCTIONS HIT REVIEW COMPLETE'
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
           MOVE 'PGMSNRV'       TO HV-ERL-PROGRAM-ID
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
