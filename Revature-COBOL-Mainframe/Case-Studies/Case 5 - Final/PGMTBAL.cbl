       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTBAL.
      *   PROGRAM NAME: MONTHLY TRIAL BALANCE
      *   INPUT: JCL PARM 'YYYY-MM' (THE PERIOD, REQUIRED),
      *       TB_ACCT_PERIODS, TB_GL_BALANCES
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(TRIALBAL) AS: OUTTBAL
      *   DESCRIPTION: PRINTS THE TRIAL BALANCE FOR ONE ACCOUNTING
      *       PERIOD FROM THE BALANCES PGMGLPST POSTED - ONE LINE PER
      *       GL ACCOUNT WITH ITS OPENING BALANCE, THE PERIOD'S DEBITS
      *       AND CREDITS, AND ITS CLOSING BALANCE (DEBIT BALANCES
      *       POSITIVE, CREDIT BALANCES NEGATIVE) - THEN THE COLUMN
      *       TOTALS AND THE PROOF: TOTAL DEBITS MUST EQUAL TOTAL
      *       CREDITS AND THE OPENING AND CLOSING COLUMNS MUST EACH
      *       NET TO ZERO. A PERIOD THAT DOES NOT PROVE ENDS RC=8.
      *       RUN AT MONTH-END BEFORE PGMPCLS, AND AGAIN AFTER IT FOR
      *       THE FINAL COPY.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-TBAL-PS ASSIGN TO OUTTBAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-TBAL.
       DATA DIVISION.
       FILE SECTION.
       FD O-TBAL-PS.
       01 O-TBAL-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-TBAL        PIC 9(02).
                   88 FS-TBAL-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PERIOD-START       PIC X(10).
           05 WS-COUNTERS.
               10 WS-ACCT-COUNT     PIC 9(05) VALUE ZEROES.
           05 WS-TOTALS.
               10 WS-TOT-OPENING    PIC S9(15)V USAGE COMP-3 VALUE 0.
               10 WS-TOT-DR         PIC S9(15)V USAGE COMP-3 VALUE 0.
               10 WS-TOT-CR         PIC S9(15)V USAGE COMP-3 VALUE 0.
               10 WS-TOT-CLOSING    PIC S9(15)V USAGE COMP-3 VALUE 0.
           05 WS-CLOSING-BAL        PIC S9(15)V USAGE COMP-3.
           05 WS-BREAK-SW           PIC X(01) VALUE 'N'.
               88 WS-TB-BALANCED        VALUE 'N'.
               88 WS-TB-BROKEN          VALUE 'Y'.
           05 WS-TITLE-LINE.
               10 FILLER            PIC X(27) VALUE
                                    '*** TRIAL BALANCE - PERIOD '.
               10 WS-TTL-PERIOD     PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-TTL-STATUS     PIC X(08).
               10 FILLER            PIC X(04) VALUE ' ***'.
               10 FILLER            PIC X(30) VALUE SPACES.
           05 WS-COLUMN-LINE.
               10 FILLER            PIC X(09) VALUE 'ACCOUNT'.
               10 FILLER            PIC X(16) VALUE
                                    '         OPENING'.
               10 FILLER            PIC X(16) VALUE
                                    '          DEBITS'.
               10 FILLER            PIC X(16) VALUE
                                    '         CREDITS'.
               10 FILLER            PIC X(16) VALUE
                                    '         CLOSING'.
               10 FILLER            PIC X(07) VALUE SPACES.
           05 WS-ACCT-LINE.
               10 WS-ACL-ACCOUNT    PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ACL-OPENING    PIC -(14)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ACL-DR         PIC Z(14)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ACL-CR         PIC Z(14)9.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ACL-CLOSING    PIC -(14)9.
               10 FILLER            PIC X(08) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBGLBAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_TBAL CURSOR FOR
                 SELECT
                    GL_ACCOUNT
                   ,OPENING_BAL
                   ,PERIOD_DR
                   ,PERIOD_CR
                 FROM TB_GL_BALANCES
                 WHERE PERIOD_START = DATE(:WS-PERIOD-START)
                 ORDER BY GL_ACCOUNT
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-MONTH  PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMTBAL - TRIAL BALANCE STARTING'
           IF (LK-PARM-LEN = 0)
               OR (LK-PARM-MONTH(1:4) IS NOT NUMERIC)
               OR (LK-PARM-MONTH(6:2) IS NOT NUMERIC)
               DISPLAY 'PGMTBAL - PARM YYYY-MM REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING LK-PARM-MONTH(1:7) DELIMITED BY SIZE
                  '-01'              DELIMITED BY SIZE
                  INTO WS-PERIOD-START
           END-STRING
           PERFORM 1000-INIT
           PERFORM 2000-LIST-ACCOUNTS
           PERFORM 3000-PRINT-PROOF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-TBAL-PS
           IF FS-TBAL-SUCC
               DISPLAY 'OPENED TRIAL BALANCE REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTTBAL. EC: ' WS-FS-TBAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * THE PERIOD'S STATUS GOES ON THE TITLE SO A PRE-CLOSE COPY IS
      * NEVER MISTAKEN FOR THE FINAL ONE
           MOVE WS-PERIOD-START TO HV-APD-PERIOD-START
           EXEC SQL
               SELECT PERIOD_STATUS INTO :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE PERIOD_START = :HV-APD-PERIOD-START
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE 'NO ROW' TO HV-APD-STATUS
           ELSE
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           MOVE WS-PERIOD-START TO WS-TTL-PERIOD
           MOVE HV-APD-STATUS   TO WS-TTL-STATUS
           MOVE WS-TITLE-LINE TO O-TBAL-REC
           WRITE O-TBAL-REC
           MOVE WS-COLUMN-LINE TO O-TBAL-REC
           WRITE O-TBAL-REC.
       1000-INIT-END. EXIT.

       2000-LIST-ACCOUNTS.
           EXEC SQL OPEN CURSOR_TBAL END-EXEC
           MOVE '2000-LIST-ACCOUNTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_TBAL INTO
                        :HV-GLB-GL-ACCOUNT
                       ,:HV-GLB-OPENING-BAL
                       ,:HV-GLB-PERIOD-DR
                       ,:HV-GLB-PERIOD-CR
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-LIST-ACCOUNTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-LIST-ONE-ACCOUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_TBAL END-EXEC.
       2000-LIST-ACCOUNTS-END. EXIT.

       2100-LIST-ONE-ACCOUNT.
           COMPUTE WS-CLOSING-BAL = HV-GLB-OPENING-BAL
                                  + HV-GLB-PERIOD-DR
                                  - HV-GLB-PERIOD-CR
           MOVE HV-GLB-GL-ACCOUNT  TO WS-ACL-ACCOUNT
           MOVE HV-GLB-OPENING-BAL TO WS-ACL-OPENING
           MOVE HV-GLB-PERIOD-DR   TO WS-ACL-DR
           MOVE HV-GLB-PERIOD-CR   TO WS-ACL-CR
           MOVE WS-CLOSING-BAL     TO WS-ACL-CLOSING
           MOVE WS-ACCT-LINE TO O-TBAL-REC
           WRITE O-TBAL-REC
           ADD HV-GLB-OPENING-BAL TO WS-TOT-OPENING
           ADD HV-GLB-PERIOD-DR   TO WS-TOT-DR
           ADD HV-GLB-PERIOD-CR   TO WS-TOT-CR
           ADD WS-CLOSING-BAL     TO WS-TOT-CLOSING
           ADD 1 TO WS-ACCT-COUNT.
       2100-LIST-ONE-ACCOUNT-END. EXIT.

      ******************************************************************
      * 3000-PRINT-PROOF: IN DOUBLE ENTRY THE DEBIT AND CREDIT COLUMNS *
      * AGREE AND EVERY BALANCE COLUMN NETS TO ZERO. ANYTHING ELSE IS  *
      * A BREAK - RC=8 SO THE CLOSE DOES NOT GO AHEAD ON IT.           *
      ******************************************************************
       3000-PRINT-PROOF.
           MOVE 'TOTALS'       TO WS-ACL-ACCOUNT
           MOVE WS-TOT-OPENING TO WS-ACL-OPENING
           MOVE WS-TOT-DR      TO WS-ACL-DR
           MOVE WS-TOT-CR      TO WS-ACL-CR
           MOVE WS-TOT-CLOSING TO WS-ACL-CLOSING
           MOVE WS-ACCT-LINE TO O-TBAL-REC
           WRITE O-TBAL-REC
           IF WS-TOT-DR NOT = WS-TOT-CR
               MOVE '*** BREAK - DEBITS DO NOT EQUAL CREDITS ***'
                   TO O-TBAL-REC
               WRITE O-TBAL-REC
               SET WS-TB-BROKEN TO TRUE
           END-IF
           IF WS-TOT-OPENING NOT = 0
               MOVE '*** BREAK - OPENING BALANCES NOT ZERO ***'
                   TO O-TBAL-REC
               WRITE O-TBAL-REC
               SET WS-TB-BROKEN TO TRUE
           END-IF
           IF WS-TOT-CLOSING NOT = 0
               MOVE '*** BREAK - CLOSING BALANCES NOT ZERO ***'
                   TO O-TBAL-REC
               WRITE O-TBAL-REC
               SET WS-TB-BROKEN TO TRUE
           END-IF
           IF WS-TB-BROKEN
               DISPLAY 'TRIAL BALANCE DOES NOT PROVE - ENDING RC=8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE '*** TRIAL BALANCE PROVES ***'
                   TO O-TBAL-REC
               WRITE O-TBAL-REC
               DISPLAY 'TRIAL BALANCE IN BALANCE'
           END-IF
           DISPLAY 'ACCOUNTS LISTED. . . : ' WS-ACCT-COUNT.
       3000-PRINT-PROOF-END. EXIT.

       9000-TERM.
           CLOSE O-TBAL-PS
           DISPLAY 'PGMTBAL - TRIAL BALANCE COMPLETE'
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
           MOVE 'PGMTBAL'       TO HV-ERL-PROGRAM-ID
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
