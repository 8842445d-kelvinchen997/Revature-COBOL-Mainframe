       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLPST.
      *   PROGRAM NAME: GENERAL-LEDGER BALANCE POSTING
      *   INPUT: THE DAY'S RELEASED GLJRNL-FORMAT JOURNALS (PGMGLJL,
      *       PGMTGLJ, PGMFXRV, AND PGMUPR'S UPRJRNL AT MONTH-END),
      *       CONCATENATED AS: INGLJL,
      *       TB_ACCT_PERIODS, TB_GL_BALANCES
      *   OUTPUT: TB_GL_BALANCES
      *   DESCRIPTION: THREE JOBS WRITE DOUBLE-ENTRY JOURNAL FILES AND
      *       NOTHING EVER ADDED THEM UP. THIS NIGHTLY STEP RUNS
      *       BEHIND THEIR RELEASE AND ADDS EVERY DR LINE TO ITS
      *       ACCOUNT'S PERIOD_DR AND EVERY CR LINE TO ITS PERIOD_CR
      *       ON TB_GL_BALANCES FOR THE ACCOUNTING PERIOD TODAY FALLS
      *       IN (A NEW ACCOUNT GETS ITS ROW ON FIRST POSTING). EACH
      *       FILE'S TRAILER TOTALS ARE RE-PROVED AS IT IS READ, AND
      *       THE WHOLE DAY IS POSTED OR NONE OF IT IS - A TRAILER
      *       THAT DISAGREES WITH ITS LINES, OR A DAY WHOSE DEBITS DO
      *       NOT EQUAL ITS CREDITS, IS ROLLED BACK AND ENDS RC=8. A
      *       PERIOD PGMPCLS HAS CLOSED IS REFUSED OUTRIGHT, AND
      *       RUN-CONTROL STOPS THE SAME DAY POSTING TWICE.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - MONTH-END UPRJRNL ADDED TO INGLJL
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-GLJL-PS ASSIGN TO INGLJL
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-GLJL.
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT PGMGLJL WRITES
       FD I-GLJL-PS.
       01 I-GLJL-REC.
           05 I-GLJL-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 I-GLJL-ACCOUNT      PIC X(08).
           05 FILLER              PIC X(01).
           05 I-GLJL-AMOUNT       PIC 9(11).
           05 FILLER              PIC X(01).
           05 I-GLJL-TRAN-TYPE    PIC X(08).
           05 FILLER              PIC X(01).
           05 I-GLJL-REF-ID       PIC X(15).
           05 FILLER              PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-GLJL        PIC 9(02).
                   88 FS-GLJL-SUCC  VALUE 00.
                   88 FS-GLJL-EOF   VALUE 10.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-POSTED-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-FILE-COUNT     PIC 9(03) VALUE ZEROES.
               10 WS-NEW-ACCT-COUNT PIC 9(05) VALUE ZEROES.
           05 WS-TOTALS.
               10 WS-DR-TOTAL       PIC 9(13) VALUE ZEROES.
               10 WS-CR-TOTAL       PIC 9(13) VALUE ZEROES.
               10 WS-FILE-DR        PIC 9(13) VALUE ZEROES.
               10 WS-FILE-CR        PIC 9(13) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-POST-PERIOD    PIC X(10).
               10 WS-POST-AMT       PIC S9(15)V USAGE COMP-3.
           05 WS-BREAK-SW           PIC X(01) VALUE 'N'.
               88 WS-DAY-BALANCED       VALUE 'N'.
               88 WS-DAY-BROKEN         VALUE 'Y'.
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
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBGLBAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMGLPST - GL BALANCE POSTING STARTING'
           PERFORM HRUN-OPEN-RUN
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM 2000-POST-JOURNALS
           PERFORM 3000-PROVE-AND-COMMIT
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN INPUT I-GLJL-PS
           IF FS-GLJL-SUCC
               DISPLAY 'OPENED JOURNAL INPUT'
           ELSE
               DISPLAY 'ERROR OPENING INGLJL. EC: ' WS-FS-GLJL
               MOVE 8 TO RETURN-CODE
               PERFORM HRUN-MARK-FAILED
               EXEC SQL COMMIT END-EXEC
               STOP RUN
           END-IF.
       1000-INIT-END. EXIT.

       2000-POST-JOURNALS.
           PERFORM 2100-READ-JOURNAL
               UNTIL FS-GLJL-EOF
           CLOSE I-GLJL-PS.
       2000-POST-JOURNALS-END. EXIT.

      ******************************************************************
      * 2100-READ-JOURNAL: DR AND CR LINES POST AS THEY ARE READ. A    *
      * FILE ENDS WITH ITS DRTOTAL AND CRTOTAL TRAILERS, WHICH MUST    *
      * AGREE WITH THE LINES READ SINCE THE PREVIOUS FILE'S - SO A     *
      * TRUNCATED OR HAND-EDITED JOURNAL BREAKS THE DAY.               *
      ******************************************************************
       2100-READ-JOURNAL.
           READ I-GLJL-PS
               AT END
                   MOVE 10 TO WS-FS-GLJL
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   EVALUATE I-GLJL-REC-TYPE
                   WHEN 'DR'
                       PERFORM 2200-POST-DEBIT
                   WHEN 'CR'
                       PERFORM 2300-POST-CREDIT
                   WHEN 'TR'
                       PERFORM 2400-CHECK-TRAILER
                   WHEN OTHER
                       DISPLAY 'UNKNOWN JOURNAL RECORD TYPE: '
                           I-GLJL-REC-TYPE
                       SET WS-DAY-BROKEN TO TRUE
                   END-EVALUATE
           END-READ.
       2100-READ-JOURNAL-END. EXIT.

       2200-POST-DEBIT.
           MOVE I-GLJL-AMOUNT TO WS-POST-AMT
           MOVE I-GLJL-ACCOUNT TO HV-GLB-GL-ACCOUNT
           MOVE WS-POST-AMT TO HV-GLB-PERIOD-DR
           EXEC SQL
               UPDATE TB_GL_BALANCES
               SET PERIOD_DR      = PERIOD_DR + :HV-GLB-PERIOD-DR
                  ,LAST_POST_DATE = CURRENT DATE
               WHERE GL_ACCOUNT   = :HV-GLB-GL-ACCOUNT
                 AND PERIOD_START = DATE(:WS-POST-PERIOD)
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE ZEROES TO HV-GLB-PERIOD-CR
               PERFORM 2500-OPEN-ACCOUNT-ROW
           ELSE
               MOVE '2200-POST-DEBIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           ADD I-GLJL-AMOUNT TO WS-DR-TOTAL
           ADD I-GLJL-AMOUNT TO WS-FILE-DR
           ADD 1 TO WS-POSTED-COUNT.
       2200-POST-DEBIT-END. EXIT.

       2300-POST-CREDIT.
           MOVE I-GLJL-AMOUNT TO WS-POST-AMT
           MOVE I-GLJL-ACCOUNT TO HV-GLB-GL-ACCOUNT
           MOVE WS-POST-AMT TO HV-GLB-PERIOD-CR
           EXEC SQL
               UPDATE TB_GL_BALANCES
               SET PERIOD_CR      = PERIOD_CR + :HV-GLB-PERIOD-CR
                  ,LAST_POST_DATE = CURRENT DATE
               WHERE GL_ACCOUNT   = :HV-GLB-GL-ACCOUNT
                 AND PERIOD_START = DATE(:WS-POST-PERIOD)
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE ZEROES TO HV-GLB-PERIOD-DR
               PERFORM 2500-OPEN-ACCOUNT-ROW
           ELSE
               MOVE '2300-POST-CREDIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           ADD I-GLJL-AMOUNT TO WS-CR-TOTAL
           ADD I-GLJL-AMOUNT TO WS-FILE-CR
           ADD 1 TO WS-POSTED-COUNT.
       2300-POST-CREDIT-END. EXIT.

       2400-CHECK-TRAILER.
           EVALUATE I-GLJL-TRAN-TYPE
           WHEN 'DRTOTAL'
               IF I-GLJL-AMOUNT NOT = WS-FILE-DR
                   DISPLAY 'JOURNAL TRAILER DR ' I-GLJL-AMOUNT
                       ' DISAGREES WITH ITS LINES ' WS-FILE-DR
                   SET WS-DAY-BROKEN TO TRUE
               END-IF
               MOVE ZEROES TO WS-FILE-DR
           WHEN 'CRTOTAL'
               IF I-GLJL-AMOUNT NOT = WS-FILE-CR
                   DISPLAY 'JOURNAL TRAILER CR ' I-GLJL-AMOUNT
                       ' DISAGREES WITH ITS LINES ' WS-FILE-CR
                   SET WS-DAY-BROKEN TO TRUE
               END-IF
               MOVE ZEROES TO WS-FILE-CR
               ADD 1 TO WS-FILE-COUNT
           WHEN OTHER
               DISPLAY 'UNKNOWN JOURNAL TRAILER: ' I-GLJL-TRAN-TYPE
               SET WS-DAY-BROKEN TO TRUE
           END-EVALUATE.
       2400-CHECK-TRAILER-END. EXIT.

      * FIRST POSTING TO AN ACCOUNT IN THE PERIOD - THE OPENING IS
      * ZERO UNTIL PGMPCLS ROLLS THE PRIOR PERIOD'S CLOSING FORWARD
       2500-OPEN-ACCOUNT-ROW.
           MOVE ZEROES TO HV-GLB-OPENING-BAL
           EXEC SQL
               INSERT INTO TB_GL_BALANCES VALUES (
                :HV-GLB-GL-ACCOUNT
               ,DATE(:WS-POST-PERIOD)
               ,:HV-GLB-OPENING-BAL
               ,:HV-GLB-PERIOD-DR
               ,:HV-GLB-PERIOD-CR
               ,CURRENT DATE
               )
           END-EXEC
           MOVE '2500-OPEN-ACCOUNT-ROW' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-NEW-ACCT-COUNT.
       2500-OPEN-ACCOUNT-ROW-END. EXIT.

      ******************************************************************
      * 3000-PROVE-AND-COMMIT: LINES AFTER THE LAST TRAILER MEAN A     *
      * FILE WITHOUT ONE. ANY BREAK UNDOES THE WHOLE DAY'S POSTING.    *
      ******************************************************************
       3000-PROVE-AND-COMMIT.
           IF (WS-FILE-DR NOT = 0) OR (WS-FILE-CR NOT = 0)
               DISPLAY 'JOURNAL LINES WITH NO TRAILER - DR '
                   WS-FILE-DR ' CR ' WS-FILE-CR
               SET WS-DAY-BROKEN TO TRUE
           END-IF
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY 'DAY OUT OF BALANCE - DR ' WS-DR-TOTAL
                   ' CR ' WS-CR-TOTAL
               SET WS-DAY-BROKEN TO TRUE
           END-IF
           IF WS-DAY-BROKEN
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'NOTHING POSTED - ENDING RC=8'
               MOVE 8 TO RETURN-CODE
               PERFORM HRUN-MARK-FAILED
               EXEC SQL COMMIT END-EXEC
               PERFORM 9050-CONTROL-TOTALS-REPORT
               PERFORM 9000-TERM
           END-IF
           PERFORM HRUN-CLOSE-RUN
           DISPLAY 'DAY POSTED TO PERIOD STARTING ' WS-POST-PERIOD.
       3000-PROVE-AND-COMMIT-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMGLPST - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'JOURNAL FILES READ . . . . : ' WS-FILE-COUNT
           DISPLAY 'JOURNAL RECORDS READ . . . : ' WS-READ-COUNT
           DISPLAY 'LINES POSTED . . . . . . . : ' WS-POSTED-COUNT
           DISPLAY 'NEW ACCOUNT ROWS . . . . . : ' WS-NEW-ACCT-COUNT
           DISPLAY 'TOTAL DEBITS . . . . . . . : ' WS-DR-TOTAL
           DISPLAY 'TOTAL CREDITS. . . . . . . : ' WS-CR-TOTAL
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMGLPST - GL BALANCE POSTING COMPLETE'
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
               EXEC SQL ROLLBACK END-EXEC
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               EXEC SQL COMMIT END-EXEC
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMGLPST'      TO HV-ERL-PROGRAM-ID
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
      * HPD-CHECK-PERIOD: THE DAY POSTS TO THE PERIOD TODAY FALLS IN - *
      * REFUSED WHEN PGMPCLS HAS CLOSED IT. A DATE WITH NO PERIOD ROW  *
      * POSTS TO ITS CALENDAR MONTH, AS EVERY OTHER POSTING PATH DOES. *
      ******************************************************************
       HPD-CHECK-PERIOD.
           EXEC SQL
               SELECT CHAR(PERIOD_START, ISO), PERIOD_STATUS
               INTO :HV-APD-PERIOD-START, :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE CURRENT DATE BETWEEN PERIOD_START
                                      AND PERIOD_END
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-APD-STATUS = 'CLOSED'
                   DISPLAY 'PGMGLPST - ACCOUNTING PERIOD IS CLOSED - '
                       'POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM HRUN-MARK-FAILED
                   EXEC SQL COMMIT END-EXEC
                   PERFORM 9000-TERM
               END-IF
               MOVE HV-APD-PERIOD-START TO WS-POST-PERIOD
           WHEN SQLCODE = 100
               EXEC SQL
                   SELECT CHAR(CURRENT DATE
                               - (DAY(CURRENT DATE) - 1) DAYS, ISO)
                   INTO :WS-POST-PERIOD
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           WHEN OTHER
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.

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
               WHERE JOB_NAME = 'PGMGLPST'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMGLPST ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMGLPST'
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
                   WHERE JOB_NAME = 'PGMGLPST'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

      * THE COMMIT HERE IS THE ONE THAT MAKES THE DAY'S POSTING STAND
       HRUN-CLOSE-RUN.
           MOVE WS-POSTED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMGLPST'
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
               WHERE JOB_NAME = 'PGMGLPST'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
