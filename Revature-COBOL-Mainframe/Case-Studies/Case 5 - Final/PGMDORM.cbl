       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDORM.
      *   PROGRAM NAME: DORMANT AND UNLICENSED ACCOUNT SUSPENSION
      *   INPUT: JCL PARM 'NNN' DORMANCY DAYS (DEFAULT 090),
      *       TB_ACCOUNTS, TB_SESSIONS, TB_AUDIT_LOG, TB_AGENT_LICENSES
      *   OUTPUT: TB_ACCOUNTS (ACCT_STATUS), TB_SESSIONS, TB_AUDIT_LOG,
      *       SYSOUT
      *   DESCRIPTION: NIGHTLY SWEEP THAT TAKES AWAY LOGINS NOBODY IS
      *       USING OR NOBODY SHOULD BE USING. AN ACTIVE ACCOUNT WITH
      *       NO TB_SESSIONS ROW ISSUED INSIDE THE LAST N DAYS IS
      *       SUSPENDED, UNLESS IT WAS CREATED, APPROVED OR REINSTATED
      *       INSIDE THAT WINDOW (A NEW USER WHO HAS NOT SIGNED ON YET
      *       IS NOT DORMANT). AN ACTIVE AGENT WHOSE TB_AGENT_LICENSES
      *       ROWS HAVE ALL EXPIRED IS SUSPENDED TOO - AN AGENT WITH NO
      *       LICENSE ROWS AT ALL IS LEFT FOR H017 TO POLICE. SUSPENDED
      *       MEANS ACCT_STATUS 'SUSPEND': 2114-CHECK-ACCT-STATUS TURNS
      *       THE LOGIN AWAY AND A SUPERVISOR REINSTATES IT ON SUPM
      *       OPTION 1. ANY SESSION STILL ACTIVE IS ENDED, AND EVERY
      *       SUSPENSION IS AUDIT-LOGGED UNDER 'PGMDORM'.
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
           05 WS-DORMANT-DAYS       PIC S9(04) USAGE COMP VALUE 90.
           05 WS-SUSP-ACTION        PIC X(20).
           05 WS-COUNTERS.
               10 WS-DORMANT-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-NOLIC-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-SUSP-COUNT     PIC 9(07) VALUE ZEROES.
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
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBSESS
           END-EXEC.
           EXEC SQL
               INCLUDE TBAGTLIC
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
      * ACTIVE ACCOUNTS WITH NO SESSION, AND NO CREATE/APPROVE/
      * REINSTATE ON THE AUDIT TRAIL, INSIDE THE DORMANCY WINDOW
           EXEC SQL
               DECLARE CURSOR_DORM CURSOR FOR
                 SELECT
                    A.ID
                   ,A.TYPE
                 FROM TB_ACCOUNTS A
                 WHERE A.ACCT_STATUS = 'ACTIVE'
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_SESSIONS S
                        WHERE S.USER_ID = A.ID
                          AND S.ISSUE_DATE >=
                              (CURRENT DATE - :WS-DORMANT-DAYS DAYS))
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_AUDIT_LOG L
                        WHERE L.REF_ID = A.ID
                          AND L.ACTION IN ('CREATE-ACCOUNT',
                                           'APPROVE-AGENT',
                                           'REINSTATE-ACCOUNT')
                          AND L.AUDIT_DATE >=
                              (CURRENT DATE - :WS-DORMANT-DAYS DAYS))
                 ORDER BY A.ID
           END-EXEC.
      * ACTIVE AGENTS THAT HOLD LICENSE ROWS BUT NO UNEXPIRED ONE
           EXEC SQL
               DECLARE CURSOR_NLIC CURSOR FOR
                 SELECT
                    A.ID
                   ,A.TYPE
                 FROM TB_ACCOUNTS A
                 WHERE A.ACCT_STATUS = 'ACTIVE'
                   AND A.TYPE = 'A'
                   AND EXISTS
                       (SELECT 1 FROM TB_AGENT_LICENSES L
                        WHERE L.AGENT_ID = A.ID)
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_AGENT_LICENSES L
                        WHERE L.AGENT_ID = A.ID
                          AND L.EXPIRY_DATE >= CURRENT DATE)
                 ORDER BY A.ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-DAYS   PIC X(03).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMDORM - ACCOUNT SUSPENSION SWEEP STARTING'
           IF (LK-PARM-LEN > 0) AND (LK-PARM-DAYS IS NUMERIC)
               MOVE LK-PARM-DAYS TO WS-DORMANT-DAYS
               DISPLAY 'DORMANCY DAYS FROM PARM: ' WS-DORMANT-DAYS
           ELSE
               DISPLAY 'NO PARM SUPPLIED. DEFAULT DORMANCY DAYS: '
                   WS-DORMANT-DAYS
           END-IF
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-SUSPEND-DORMANT
           PERFORM 3000-SUSPEND-UNLICENSED
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       2000-SUSPEND-DORMANT.
           MOVE 'SUSPEND-DORMANT' TO WS-SUSP-ACTION
           EXEC SQL OPEN CURSOR_DORM END-EXEC
           MOVE '2000-SUSPEND-DORMANT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_DORM INTO
                        :HV-ACC-ID
                       ,:HV-ACC-TYPE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-SUSPEND-DORMANT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 4000-SUSPEND-ACCOUNT
                       THRU 4000-SUSPEND-ACCOUNT-END
                   IF SQLCODE = 0
                       ADD 1 TO WS-DORMANT-COUNT
                   END-IF
      * 4000 MAY LEAVE SQLCODE AT 100 FROM ITS GUARDED UPDATES
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DORM END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-SUSPEND-DORMANT-END. EXIT.

       3000-SUSPEND-UNLICENSED.
           MOVE 'SUSPEND-UNLICENSED' TO WS-SUSP-ACTION
           EXEC SQL OPEN CURSOR_NLIC END-EXEC
           MOVE '3000-SUSPEND-UNLICENSED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_NLIC INTO
                        :HV-ACC-ID
                       ,:HV-ACC-TYPE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-SUSPEND-UNLICENSED' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 4000-SUSPEND-ACCOUNT
                       THRU 4000-SUSPEND-ACCOUNT-END
                   IF SQLCODE = 0
                       ADD 1 TO WS-NOLIC-COUNT
                   END-IF
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NLIC END-EXEC
           EXEC SQL COMMIT END-EXEC.
       3000-SUSPEND-UNLICENSED-END. EXIT.

      ******************************************************************
      * 4000-SUSPEND-ACCOUNT: THE UPDATE IS GUARDED ON 'ACTIVE' SO AN  *
      * ACCOUNT A SUPERVISOR CHANGED SINCE THE CURSOR READ IT IS LEFT  *
      * ALONE (SQLCODE 100 BACK TO THE CALLER). A LIVE SESSION IS      *
      * ENDED SO THE SUSPENSION BITES NOW, NOT AT THE NEXT LOGIN. THE  *
      * AUDIT INSERT IS LAST SO SQLCODE 0 MEANS IT WAS SUSPENDED.      *
      ******************************************************************
       4000-SUSPEND-ACCOUNT.
           EXEC SQL
               UPDATE TB_ACCOUNTS
               SET ACCT_STATUS = 'SUSPEND'
               WHERE ID = :HV-ACC-ID
                 AND ACCT_STATUS = 'ACTIVE'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               GO TO 4000-SUSPEND-ACCOUNT-END
           END-IF
           MOVE '4000-SUSPEND-ACCOUNT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-ACC-ID TO HV-SES-USER-ID
           EXEC SQL
               UPDATE TB_SESSIONS
               SET SESSION_STATUS = 'ENDED'
               WHERE USER_ID = :HV-SES-USER-ID
                 AND SESSION_STATUS = 'ACTIVE'
           END-EXEC
           IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
               MOVE '4000-SUSPEND-ACCOUNT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           MOVE 'PGMDORM'      TO HV-AUD-PERFORMED-BY
           MOVE WS-SUSP-ACTION TO HV-AUD-ACTION
           MOVE HV-ACC-ID      TO HV-AUD-REF-ID
           EXEC SQL
               INSERT INTO TB_AUDIT_LOG VALUES (
                :HV-AUD-PERFORMED-BY
               ,:HV-AUD-ACTION
               ,:HV-AUD-REF-ID
               ,CURRENT DATE
               ,CHAR(CURRENT TIME)
               )
           END-EXEC
           MOVE '4000-SUSPEND-ACCOUNT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-SUSP-COUNT
           DISPLAY WS-SUSP-ACTION ': ' HV-ACC-ID ' TYPE ' HV-ACC-TYPE.
       4000-SUSPEND-ACCOUNT-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMDORM - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'DORMANCY WINDOW DAYS . . . : ' WS-DORMANT-DAYS
           DISPLAY 'SUSPENDED - DORMANT. . . . : ' WS-DORMANT-COUNT
           DISPLAY 'SUSPENDED - UNLICENSED . . : ' WS-NOLIC-COUNT
           DISPLAY 'TOTAL SUSPENDED. . . . . . : ' WS-SUSP-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMDORM - ACCOUNT SUSPENSION SWEEP COMPLETE'
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
           MOVE 'PGMDORM'       TO HV-ERL-PROGRAM-ID
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
               WHERE JOB_NAME = 'PGMDORM'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMDORM ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMDORM'
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
                   WHERE JOB_NAME = 'PGMDORM'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-SUSP-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMDORM'
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
               WHERE JOB_NAME = 'PGMDORM'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
