       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRCRT.
      *   PROGRAM NAME: QUARTERLY ACCESS RECERTIFICATION REPORT
      *   INPUT: TB_ACCOUNTS, TB_FUNC_PERMISSIONS, TB_SESSIONS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(RECERT) AS: OUTRCRT
      *   DESCRIPTION: ONE BLOCK PER STAFF ACCOUNT (TYPE 'A' AGENT AND
      *       'S' SUPERVISOR) THAT IS NOT DEACTIVATED, FOR THE MANAGERS
      *       WHO SIGN OFF EACH QUARTER THAT EVERYONE STILL NEEDS WHAT
      *       THEY HOLD. THE HEADER LINE CARRIES THE ACCOUNT STATUS AND
      *       THE LAST LOGIN (NEWEST TB_SESSIONS ISSUE_DATE, 'NEVER'
      *       WHEN THERE IS NONE). EVERY TB_FUNC_PERMISSIONS GRANT IS
      *       LISTED WITH WHO GRANTED IT AND WHEN; A GRANT A USER GAVE
      *       THEMSELVES IS FLAGGED. A USER WITH NO GRANTS FOR THEIR
      *       OWN MENU IS SHOWN AS EVERY OPTION OPEN, BECAUSE THAT IS
      *       WHAT H016-CHECK-PERMISSION LETS THEM DO. LAST COME THE
      *       SEGREGATION-OF-DUTIES CONFLICTS - TWO OPTIONS ON THE SAME
      *       MENU THAT NO ONE PERSON SHOULD HOLD TOGETHER (SEE
      *       WS-SOD-TABLE).
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-RCRT-PS ASSIGN TO OUTRCRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCRT.
       DATA DIVISION.
       FILE SECTION.
       FD O-RCRT-PS.
       01 O-RCRT-REC              PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-RCRT        PIC 9(02).
                   88 FS-RCRT-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-USER-VARS.
               10 WS-LAST-LOGIN     PIC X(10).
               10 WS-HOME-MENU      PIC X(04).
               10 WS-HOME-OPEN-SW   PIC X(01).
                   88 WS-HOME-OPEN  VALUE 'Y'.
               10 WS-HELD-OPTS      PIC X(36).
               10 WS-HELD-IDX       PIC S9(04) COMP.
               10 WS-OPT-TALLY      PIC S9(04) COMP.
               10 WS-HOLDS-1-SW     PIC X(01).
               10 WS-HOLDS-2-SW     PIC X(01).
           05 WS-COUNTERS.
               10 WS-USER-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-GRANT-COUNT    PIC 9(05) VALUE ZEROES.
               10 WS-OPEN-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-SELF-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-CONFLICT-COUNT PIC 9(05) VALUE ZEROES.
               10 WS-NEVER-COUNT    PIC 9(05) VALUE ZEROES.
      * SEGREGATION-OF-DUTIES PAIRS: MENU, THE TWO OPTIONS, AND WHY
      * HOLDING BOTH IS A CONFLICT
           05 WS-SOD-VALUES.
               10 FILLER            PIC X(46) VALUE
                  'SUPM9ACREATES AND APPROVES DISBURSEMENTS      '.
               10 FILLER            PIC X(46) VALUE
                  'SUPMDEPROPOSES AND APPROVES REFERENCE CHANGES '.
               10 FILLER            PIC X(46) VALUE
                  'SUPM86GRANTS ACCESS AND REVIEWS AUDIT TRAIL   '.
               10 FILLER            PIC X(46) VALUE
                  'AGTM6BDECIDES CLAIMS AND THEIR APPEALS        '.
           05 WS-SOD-TABLE REDEFINES WS-SOD-VALUES.
               10 WS-SOD-ENTRY      OCCURS 4 TIMES.
                   15 WS-SOD-MENU   PIC X(04).
                   15 WS-SOD-OPT-1  PIC X(01).
                   15 WS-SOD-OPT-2  PIC X(01).
                   15 WS-SOD-TEXT   PIC X(40).
           05 WS-SOD-MAX            PIC S9(04) COMP VALUE 4.
           05 WS-SOD-IDX            PIC S9(04) COMP.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(43) VALUE
                  '*** QUARTERLY ACCESS RECERTIFICATION AS OF '.
               10 WS-TTL-DATE       PIC X(10).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(75) VALUE SPACES.
           05 WS-USER-LINE.
               10 FILLER            PIC X(06) VALUE 'USER: '.
               10 WS-USL-ID         PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-USL-NAME       PIC X(20).
               10 FILLER            PIC X(06) VALUE ' TYPE '.
               10 WS-USL-TYPE       PIC X(01).
               10 FILLER            PIC X(08) VALUE ' STATUS '.
               10 WS-USL-STATUS     PIC X(08).
               10 FILLER            PIC X(12) VALUE ' LAST LOGIN '.
               10 WS-USL-LOGIN      PIC X(10).
               10 FILLER            PIC X(50) VALUE SPACES.
           05 WS-GRANT-LINE.
               10 FILLER            PIC X(09) VALUE '    MENU '.
               10 WS-GRL-MENU       PIC X(04).
               10 FILLER            PIC X(08) VALUE ' OPTION '.
               10 WS-GRL-OPTION     PIC X(01).
               10 FILLER            PIC X(12) VALUE ' GRANTED BY '.
               10 WS-GRL-BY         PIC X(10).
               10 FILLER            PIC X(04) VALUE ' ON '.
               10 WS-GRL-DATE       PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-GRL-FLAG       PIC X(12).
               10 FILLER            PIC X(61) VALUE SPACES.
           05 WS-OPEN-LINE.
               10 FILLER            PIC X(26) VALUE
                  '    NO GRANTS ON FILE FOR '.
               10 WS-OPL-MENU       PIC X(04).
               10 FILLER            PIC X(20) VALUE
                  ' - EVERY OPTION OPEN'.
               10 FILLER            PIC X(82) VALUE SPACES.
           05 WS-CONFLICT-LINE.
               10 FILLER            PIC X(16) VALUE
                  '    ** CONFLICT '.
               10 WS-CFL-MENU       PIC X(04).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-CFL-OPT-1      PIC X(01).
               10 FILLER            PIC X(03) VALUE ' + '.
               10 WS-CFL-OPT-2      PIC X(01).
               10 FILLER            PIC X(02) VALUE ': '.
               10 WS-CFL-TEXT       PIC X(40).
               10 FILLER            PIC X(64) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBPERM
           END-EXEC.
           EXEC SQL
               INCLUDE TBSESS
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY STAFF ACCOUNT STILL ABLE TO COME BACK (ACTIVE, PENDING
      * OR SUSPENDED) WITH ITS NEWEST SESSION DATE
           EXEC SQL
               DECLARE CURSOR_RCU CURSOR FOR
                 SELECT
                    A.ID
                   ,A.NAME
                   ,A.TYPE
                   ,A.ACCT_STATUS
                   ,COALESCE(CHAR(
                      (SELECT MAX(S.ISSUE_DATE)
                       FROM TB_SESSIONS S
                       WHERE S.USER_ID = A.ID)), 'NEVER')
                 FROM TB_ACCOUNTS A
                 WHERE A.TYPE IN ('A', 'S')
                   AND A.ACCT_STATUS NOT = 'INACTIVE'
                 ORDER BY A.TYPE, A.ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_RCG CURSOR FOR
                 SELECT
                    MENU_ID
                   ,MENU_OPTION
                   ,GRANTED_BY
                   ,GRANTED_DATE
                 FROM TB_FUNC_PERMISSIONS
                 WHERE USER_ID = :HV-ACC-ID
                 ORDER BY MENU_ID, MENU_OPTION
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMRCRT - ACCESS RECERTIFICATION REPORT STARTING'
           PERFORM 1000-INIT
           PERFORM 2000-LIST-USERS
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-RCRT-PS
           IF FS-RCRT-SUCC
               DISPLAY 'OPENED ACCESS RECERTIFICATION REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTRCRT. EC: ' WS-FS-RCRT
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               SELECT CHAR(CURRENT DATE) INTO :WS-TTL-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           WRITE O-RCRT-REC FROM WS-TITLE-LINE.
       1000-INIT-END. EXIT.

       2000-LIST-USERS.
           EXEC SQL OPEN CURSOR_RCU END-EXEC
           MOVE '2000-LIST-USERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_RCU INTO
                        :HV-ACC-ID
                       ,:HV-ACC-NAME
                       ,:HV-ACC-TYPE
                       ,:HV-ACC-STATUS
                       ,:WS-LAST-LOGIN
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-LIST-USERS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-REPORT-USER
      * 2100 LEAVES SQLCODE AT 100 FROM ITS OWN CURSOR
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_RCU END-EXEC.
       2000-LIST-USERS-END. EXIT.

      ******************************************************************
      * 2100-REPORT-USER: THE HOME MENU IS THE ONE 2200-SPLIT-BRANCH   *
      * SENDS THE ACCOUNT TYPE TO. GRANTS ON OTHER MENUS ARE LISTED    *
      * TOO, BUT ONLY THE HOME MENU'S GRANTS DECIDE WHAT IS OPEN AND   *
      * WHICH CONFLICTS APPLY, SINCE THAT IS THE ONLY MENU THE USER    *
      * CAN REACH.                                                     *
      ******************************************************************
       2100-REPORT-USER.
           ADD 1 TO WS-USER-COUNT
           IF HV-ACC-TYPE = 'S'
               MOVE 'SUPM' TO WS-HOME-MENU
           ELSE
               MOVE 'AGTM' TO WS-HOME-MENU
           END-IF
           IF WS-LAST-LOGIN = 'NEVER'
               ADD 1 TO WS-NEVER-COUNT
           END-IF
           MOVE SPACES TO O-RCRT-REC
           WRITE O-RCRT-REC
           MOVE HV-ACC-ID        TO WS-USL-ID
           MOVE HV-ACC-NAME-TEXT TO WS-USL-NAME
           MOVE HV-ACC-TYPE      TO WS-USL-TYPE
           MOVE HV-ACC-STATUS    TO WS-USL-STATUS
           MOVE WS-LAST-LOGIN    TO WS-USL-LOGIN
           WRITE O-RCRT-REC FROM WS-USER-LINE
           MOVE 'Y'    TO WS-HOME-OPEN-SW
           MOVE SPACES TO WS-HELD-OPTS
           MOVE ZEROES TO WS-HELD-IDX
           EXEC SQL OPEN CURSOR_RCG END-EXEC
           MOVE '2100-REPORT-USER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_RCG INTO
                        :HV-PRM-MENU-ID
                       ,:HV-PRM-MENU-OPTION
                       ,:HV-PRM-GRANTED-BY
                       ,:HV-PRM-GRANTED-DATE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2100-REPORT-USER' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2200-WRITE-GRANT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_RCG END-EXEC
           IF WS-HOME-OPEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-HOME-MENU TO WS-OPL-MENU
               WRITE O-RCRT-REC FROM WS-OPEN-LINE
           END-IF
           PERFORM 2300-CHECK-CONFLICT THRU 2300-CHECK-CONFLICT-END
               VARYING WS-SOD-IDX FROM 1 BY 1
               UNTIL WS-SOD-IDX > WS-SOD-MAX.
       2100-REPORT-USER-END. EXIT.

       2200-WRITE-GRANT.
           ADD 1 TO WS-GRANT-COUNT
           MOVE HV-PRM-MENU-ID      TO WS-GRL-MENU
           MOVE HV-PRM-MENU-OPTION  TO WS-GRL-OPTION
           MOVE HV-PRM-GRANTED-BY   TO WS-GRL-BY
           MOVE HV-PRM-GRANTED-DATE TO WS-GRL-DATE
           MOVE SPACES              TO WS-GRL-FLAG
           IF HV-PRM-GRANTED-BY = HV-ACC-ID
               MOVE 'SELF-GRANTED' TO WS-GRL-FLAG
               ADD 1 TO WS-SELF-COUNT
           END-IF
           WRITE O-RCRT-REC FROM WS-GRANT-LINE
           IF (HV-PRM-MENU-ID = WS-HOME-MENU)
               AND (WS-HELD-IDX < 36)
               MOVE 'N' TO WS-HOME-OPEN-SW
               ADD 1 TO WS-HELD-IDX
               MOVE HV-PRM-MENU-OPTION TO WS-HELD-OPTS(WS-HELD-IDX:1)
           END-IF.
       2200-WRITE-GRANT-END. EXIT.

      ******************************************************************
      * 2300-CHECK-CONFLICT: AN OPTION IS HELD WHEN IT WAS GRANTED OR  *
      * WHEN THE HOME MENU HAS NO GRANTS AT ALL (EVERYTHING OPEN).     *
      ******************************************************************
       2300-CHECK-CONFLICT.
           IF WS-SOD-MENU(WS-SOD-IDX) NOT = WS-HOME-MENU
               GO TO 2300-CHECK-CONFLICT-END
           END-IF
           MOVE WS-HOME-OPEN-SW TO WS-HOLDS-1-SW
           MOVE WS-HOME-OPEN-SW TO WS-HOLDS-2-SW
           IF NOT WS-HOME-OPEN
               MOVE ZEROES TO WS-OPT-TALLY
               INSPECT WS-HELD-OPTS TALLYING WS-OPT-TALLY
                   FOR ALL WS-SOD-OPT-1(WS-SOD-IDX)
               IF WS-OPT-TALLY > 0
                   MOVE 'Y' TO WS-HOLDS-1-SW
               END-IF
               MOVE ZEROES TO WS-OPT-TALLY
               INSPECT WS-HELD-OPTS TALLYING WS-OPT-TALLY
                   FOR ALL WS-SOD-OPT-2(WS-SOD-IDX)
               IF WS-OPT-TALLY > 0
                   MOVE 'Y' TO WS-HOLDS-2-SW
               END-IF
           END-IF
           IF (WS-HOLDS-1-SW = 'Y') AND (WS-HOLDS-2-SW = 'Y')
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE WS-SOD-MENU(WS-SOD-IDX)  TO WS-CFL-MENU
               MOVE WS-SOD-OPT-1(WS-SOD-IDX) TO WS-CFL-OPT-1
               MOVE WS-SOD-OPT-2(WS-SOD-IDX) TO WS-CFL-OPT-2
               MOVE WS-SOD-TEXT(WS-SOD-IDX)  TO WS-CFL-TEXT
               WRITE O-RCRT-REC FROM WS-CONFLICT-LINE
           END-IF.
       2300-CHECK-CONFLICT-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMRCRT - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'STAFF ACCOUNTS REVIEWED. . : ' WS-USER-COUNT
           DISPLAY 'GRANTS LISTED. . . . . . . : ' WS-GRANT-COUNT
           DISPLAY 'SELF-GRANTED . . . . . . . : ' WS-SELF-COUNT
           DISPLAY 'EVERY OPTION OPEN. . . . . : ' WS-OPEN-COUNT
           DISPLAY 'DUTY CONFLICTS . . . . . . : ' WS-CONFLICT-COUNT
           DISPLAY 'NEVER LOGGED IN. . . . . . : ' WS-NEVER-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-RCRT-PS
           DISPLAY 'PGMRCRT - ACCESS RECERTIFICATION REPORT COMPLETE'
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
           MOVE 'PGMRCRT'       TO HV-ERL-PROGRAM-ID
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
