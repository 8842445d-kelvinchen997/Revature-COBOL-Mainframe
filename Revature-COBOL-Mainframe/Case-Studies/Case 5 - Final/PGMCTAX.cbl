       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTAX.
      *   PROGRAM NAME: YEAR-END AGENT COMMISSION TAX REPORTING
      *   INPUT: JCL PARM 'YYYY' (DEFAULT: CURRENT YEAR),
      *       TB_COMMISSION_LEDGER, TB_COMM_EFT_RETURNS,
      *       TB_AGENT_TAX_INFO, TB_ACCOUNTS, TB_UW_LIMITS
      *   OUTPUT: REGULATOR SUBMISSION FILE AS: OUTCTAXR,
      *       PER-AGENT COMMISSION INCOME STATEMENTS AS: OUTCTAXS,
      *       EXCEPTIONS LIST AS: OUTCTAXX
      *   DESCRIPTION: AGENTS ARE INDEPENDENT CONTRACTORS, NOT PAYOUT
      *       RECIPIENTS, SO PGMTAX NEVER COVERED THEM AND THE TAX
      *       TEAM REBUILT THEIR INCOME FROM THE PGMCEFT BANK FILES
      *       EVERY JANUARY. THIS TOTALS EACH AGENT'S PAID
      *       TB_COMMISSION_LEDGER ROWS SETTLED IN THE SELECTED YEAR -
      *       OWN BUSINESS, MANAGER OVERRIDES AND CLAWBACKS (NEGATIVE
      *       ROWS, SO THE SUM NETS ITSELF). A SETTLEMENT THE BANK
      *       RETURNED IS ALREADY OUT: PGMCEFT 'RETURN' PUTS THOSE
      *       ROWS BACK TO PAYABLE, AND THEY COUNT IN THE YEAR THEY
      *       ARE SETTLED AGAIN; THE STATEMENT SHOWS WHAT CAME BACK
      *       FOR THE AGENT'S OWN RECONCILIATION. IT WRITES THE
      *       REGULATOR'S FIXED SUBMISSION FILE WITH A BALANCING
      *       TRAILER AND A PER-AGENT STATEMENT PRINT IN THE PGMTAX
      *       CONTROL-BREAK LAYOUT. AN AGENT WITH NO TAX ID ON
      *       TB_AGENT_TAX_INFO, AN AGENT AT OR OVER THE REPORTING
      *       THRESHOLD (TB_UW_LIMITS 'COMMTAX', DEFAULT 600.00) AND
      *       AN AGENT WHOSE CLAWBACKS LEFT NOTHING TO REPORT ALL GO
      *       ON THE EXCEPTIONS LIST.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-CTXR-PS ASSIGN TO OUTCTAXR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTXR.
           SELECT O-CTXS-PS ASSIGN TO OUTCTAXS
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTXS.
           SELECT O-CTXX-PS ASSIGN TO OUTCTAXX
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTXX.
       DATA DIVISION.
       FILE SECTION.
       FD O-CTXR-PS.
       01 O-CTXR-REC.
           05 O-CTXR-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CTXR-YEAR         PIC 9(04).
           05 FILLER              PIC X(01).
           05 O-CTXR-AGENT-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CTXR-TAX-ID       PIC X(11).
           05 FILLER              PIC X(01).
           05 O-CTXR-NAME         PIC X(20).
           05 FILLER              PIC X(01).
           05 O-CTXR-AMOUNT       PIC 9(09)V9(02).
           05 FILLER              PIC X(01).
           05 O-CTXR-OVER-THRS    PIC X(01).
           05 FILLER              PIC X(15).
      * THE BALANCING TRAILER - DETAIL COUNT AND AMOUNT TOTAL
       01 O-CTXR-TRL.
           05 O-CTXR-TRL-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CTXR-TRL-YEAR     PIC 9(04).
           05 FILLER              PIC X(01).
           05 O-CTXR-TRL-COUNT    PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CTXR-TRL-TOTAL    PIC 9(13)V9(02).
           05 FILLER              PIC X(49).
       FD O-CTXS-PS.
       01 O-CTXS-REC.
           05 O-CTXS-LINE-TYPE    PIC X(04).
           05 FILLER              PIC X(01).
           05 O-CTXS-AGENT-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CTXS-NAME         PIC X(20).
           05 FILLER              PIC X(01).
           05 O-CTXS-TAX-ID       PIC X(11).
           05 FILLER              PIC X(01).
           05 O-CTXS-DESC         PIC X(16).
           05 FILLER              PIC X(01).
           05 O-CTXS-AMOUNT       PIC -(09)9.99.
           05 FILLER              PIC X(01).
       FD O-CTXX-PS.
       01 O-CTXX-REC.
           05 O-CTXX-REASON       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CTXX-AGENT-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CTXX-TAX-ID       PIC X(11).
           05 FILLER              PIC X(01).
           05 O-CTXX-NAME         PIC X(20).
           05 FILLER              PIC X(01).
           05 O-CTXX-AMOUNT       PIC -(09)9.99.
           05 FILLER              PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CTXR        PIC 9(02).
                   88 FS-CTXR-SUCC  VALUE 00.
               10 WS-FS-CTXS        PIC 9(02).
                   88 FS-CTXS-SUCC  VALUE 00.
               10 WS-FS-CTXX        PIC 9(02).
                   88 FS-CTXX-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-TAX-YEAR           PIC S9(04) USAGE COMP.
           05 WS-TAX-YEAR-D         PIC 9(04).
      * REPORTING THRESHOLD WHEN TB_UW_LIMITS HAS NO 'COMMTAX' ROW
           05 WS-DFLT-THRESHOLD     PIC S9(09)V9(02) USAGE COMP-3
                                    VALUE 600.00.
           05 WS-THRESHOLD          PIC S9(09)V9(02) USAGE COMP-3.
           05 WS-WORK-VARS.
               10 WS-AGENT-ID       PIC X(10).
               10 WS-TAX-ID         PIC X(11).
               10 WS-NAME           PIC X(20).
               10 WS-OWN-AMT        PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-OVRD-AMT       PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-CLAW-AMT       PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-NET-AMT        PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-RETN-AMT       PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-OVER-THRS      PIC X(01).
           05 WS-TOTALS.
               10 WS-AGENT-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-GRAND-TOTAL    PIC 9(13)V9(02) VALUE ZEROES.
               10 WS-NOTAXID-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-OVERTHRS-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-NONPOS-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBCOMLGR
           END-EXEC.
           EXEC SQL
               INCLUDE TBCOMRTN
           END-EXEC.
           EXEC SQL
               INCLUDE TBAGTTAX
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * THE YEAR'S SETTLED COMMISSION PER AGENT, SPLIT OWN BUSINESS /
      * MANAGER OVERRIDE / CLAWBACK, WITH THE TAX ID AND NAME ON FILE
           EXEC SQL
               DECLARE CURSOR_CTAX CURSOR FOR
                 SELECT
                    L.AGENT_ID
                   ,COALESCE(T.TAX_ID, ' ')
                   ,COALESCE(T.LEGAL_NAME, A.NAME, ' ')
                   ,SUM(CASE WHEN L.ENTRY_TYPE = 'OVERRIDE'
                             OR L.ENTRY_TYPE = 'CLAWBACK'
                             THEN 0 ELSE L.COMM_AMOUNT END)
                   ,SUM(CASE WHEN L.ENTRY_TYPE = 'OVERRIDE'
                             THEN L.COMM_AMOUNT ELSE 0 END)
                   ,SUM(CASE WHEN L.ENTRY_TYPE = 'CLAWBACK'
                             THEN L.COMM_AMOUNT ELSE 0 END)
                   ,SUM(L.COMM_AMOUNT)
                 FROM TB_COMMISSION_LEDGER L
                 LEFT JOIN TB_AGENT_TAX_INFO T
                   ON T.AGENT_ID = L.AGENT_ID
                 LEFT JOIN TB_ACCOUNTS A
                   ON A.ID = L.AGENT_ID
                 WHERE L.LEDGER_STATUS = 'PAID'
                   AND L.AGENT_ID IS NOT NULL
                   AND YEAR(L.SETTLE_DATE) = :WS-TAX-YEAR
                 GROUP BY L.AGENT_ID, T.TAX_ID, T.LEGAL_NAME, A.NAME
                 ORDER BY L.AGENT_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-YEAR   PIC X(04).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMCTAX - AGENT COMMISSION TAX REPORTING STARTING'
           IF (LK-PARM-LEN > 0) AND (LK-PARM-YEAR IS NUMERIC)
               MOVE LK-PARM-YEAR TO WS-TAX-YEAR
           ELSE
               EXEC SQL
                   SELECT YEAR(CURRENT DATE) INTO :WS-TAX-YEAR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE '0000-MAIN' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-D
           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR-D
           PERFORM 1000-INIT
           PERFORM 2000-BUILD-EXTRACTS
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-CTXR-PS
           IF FS-CTXR-SUCC
               DISPLAY 'OPENED REGULATOR SUBMISSION FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTCTAXR. EC: ' WS-FS-CTXR
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-CTXS-PS
           IF FS-CTXS-SUCC
               DISPLAY 'OPENED PER-AGENT STATEMENT PRINT'
           ELSE
               DISPLAY 'ERROR OPENING OUTCTAXS. EC: ' WS-FS-CTXS
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-CTXX-PS
           IF FS-CTXX-SUCC
               DISPLAY 'OPENED EXCEPTIONS LIST'
           ELSE
               DISPLAY 'ERROR OPENING OUTCTAXX. EC: ' WS-FS-CTXX
               PERFORM 9000-TERM
           END-IF
      * THE REPORTING THRESHOLD IS A TB_UW_LIMITS ROW SO THE TAX TEAM
      * CAN MOVE IT WITHOUT A RECOMPILE
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'COMMTAX'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE WS-DFLT-THRESHOLD TO WS-THRESHOLD
           ELSE
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE HV-UWL-LIMIT-AMNT TO WS-THRESHOLD
           END-IF.
       1000-INIT-END. EXIT.

       2000-BUILD-EXTRACTS.
           EXEC SQL OPEN CURSOR_CTAX END-EXEC
           MOVE '2000-BUILD-EXTRACTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-ATX-NAME-TEXT
               EXEC SQL
                   FETCH CURSOR_CTAX INTO
                        :HV-CML-AGENT-ID
                       ,:HV-ATX-TAX-ID
                       ,:HV-ATX-LEGAL-NAME
                       ,:WS-OWN-AMT
                       ,:WS-OVRD-AMT
                       ,:WS-CLAW-AMT
                       ,:WS-NET-AMT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-BUILD-EXTRACTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-CML-AGENT-ID  TO WS-AGENT-ID
                   MOVE HV-ATX-TAX-ID    TO WS-TAX-ID
                   MOVE HV-ATX-NAME-TEXT TO WS-NAME
                   PERFORM 2100-PROCESS-ONE-AGENT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CTAX END-EXEC
           DISPLAY 'AGENTS WITH SETTLED COMMISSION: ' WS-AGENT-COUNT
           DISPLAY 'AGENTS REPORTED TO THE REGULATOR: ' WS-LINE-COUNT
           DISPLAY 'EXCEPTIONS - NO TAX ID: ' WS-NOTAXID-COUNT
           DISPLAY 'EXCEPTIONS - AT/OVER THRESHOLD: ' WS-OVERTHRS-COUNT
           DISPLAY 'EXCEPTIONS - NOTHING TO REPORT: ' WS-NONPOS-COUNT.
       2000-BUILD-EXTRACTS-END. EXIT.

      ******************************************************************
      * 2100-PROCESS-ONE-AGENT: THE SAME AGENT FIGURE FEEDS ALL THREE  *
      * FILES. ONLY A POSITIVE NET IS INCOME TO REPORT - A YEAR THE    *
      * CLAWBACKS WIPED OUT GOES TO THE EXCEPTIONS LIST INSTEAD.       *
      ******************************************************************
       2100-PROCESS-ONE-AGENT.
           ADD 1 TO WS-AGENT-COUNT
           PERFORM 2150-GET-BANK-RETURNS
           IF WS-NET-AMT >= WS-THRESHOLD
               MOVE 'Y' TO WS-OVER-THRS
           ELSE
               MOVE 'N' TO WS-OVER-THRS
           END-IF
           PERFORM 2200-WRITE-EXCEPTIONS
           IF WS-NET-AMT > 0
               MOVE SPACES TO O-CTXR-REC
               MOVE 'DT'           TO O-CTXR-REC-TYPE
               MOVE WS-TAX-YEAR-D  TO O-CTXR-YEAR
               MOVE WS-AGENT-ID    TO O-CTXR-AGENT-ID
               MOVE WS-TAX-ID      TO O-CTXR-TAX-ID
               MOVE WS-NAME        TO O-CTXR-NAME
               MOVE WS-NET-AMT     TO O-CTXR-AMOUNT
               MOVE WS-OVER-THRS   TO O-CTXR-OVER-THRS
               WRITE O-CTXR-REC
               ADD 1 TO WS-LINE-COUNT
               ADD WS-NET-AMT TO WS-GRAND-TOTAL
           END-IF
           PERFORM 2400-WRITE-STATEMENT.
       2100-PROCESS-ONE-AGENT-END. EXIT.

      ******************************************************************
      * 2150-GET-BANK-RETURNS: WHAT THE BANK SENT BACK ON THE AGENT'S  *
      * SETTLEMENTS DATED IN THE YEAR. INFORMATION ONLY - THOSE ROWS   *
      * ARE NO LONGER PAID, SO THEY ARE NOT IN THE NET ALREADY.        *
      ******************************************************************
       2150-GET-BANK-RETURNS.
           MOVE WS-AGENT-ID TO HV-CRT-AGENT-ID
           EXEC SQL
               SELECT COALESCE(SUM(RETURN_AMOUNT), 0)
               INTO :WS-RETN-AMT
               FROM TB_COMM_EFT_RETURNS
               WHERE AGENT_ID = :HV-CRT-AGENT-ID
                 AND YEAR(SETTLE_DATE) = :WS-TAX-YEAR
           END-EXEC
           MOVE '2150-GET-BANK-RETURNS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2150-GET-BANK-RETURNS-END. EXIT.

      ******************************************************************
      * 2200-WRITE-EXCEPTIONS: ONE LINE PER REASON, SO AN AGENT OVER   *
      * THE THRESHOLD WITH NO TAX ID SHOWS UNDER BOTH.                 *
      ******************************************************************
       2200-WRITE-EXCEPTIONS.
           MOVE SPACES TO O-CTXX-REC
           MOVE WS-AGENT-ID    TO O-CTXX-AGENT-ID
           MOVE WS-TAX-ID      TO O-CTXX-TAX-ID
           MOVE WS-NAME        TO O-CTXX-NAME
           MOVE WS-NET-AMT     TO O-CTXX-AMOUNT
           IF WS-TAX-ID = SPACES
               MOVE 'NOTAXID'  TO O-CTXX-REASON
               WRITE O-CTXX-REC
               ADD 1 TO WS-NOTAXID-COUNT
           END-IF
           IF WS-OVER-THRS = 'Y'
               MOVE 'OVERTHRS' TO O-CTXX-REASON
               WRITE O-CTXX-REC
               ADD 1 TO WS-OVERTHRS-COUNT
           END-IF
           IF WS-NET-AMT NOT > 0
               MOVE 'NONPOSIT' TO O-CTXX-REASON
               WRITE O-CTXX-REC
               ADD 1 TO WS-NONPOS-COUNT
           END-IF.
       2200-WRITE-EXCEPTIONS-END. EXIT.

      ******************************************************************
      * 2400-WRITE-STATEMENT: THE AGENT'S STATEMENT - HEADER, THE      *
      * THREE COMPONENTS, ANY BANK RETURNS (MEMO) AND THE NET.         *
      ******************************************************************
       2400-WRITE-STATEMENT.
           MOVE SPACES TO O-CTXS-REC
           MOVE 'HDR '         TO O-CTXS-LINE-TYPE
           MOVE WS-AGENT-ID    TO O-CTXS-AGENT-ID
           MOVE WS-NAME        TO O-CTXS-NAME
           MOVE WS-TAX-ID      TO O-CTXS-TAX-ID
           MOVE 'TAX YEAR'     TO O-CTXS-DESC
           MOVE WS-TAX-YEAR-D  TO O-CTXS-DESC(10:4)
           WRITE O-CTXS-REC
           MOVE SPACES TO O-CTXS-REC
           MOVE 'DET '         TO O-CTXS-LINE-TYPE
           MOVE WS-AGENT-ID    TO O-CTXS-AGENT-ID
           MOVE 'OWN BUSINESS'     TO O-CTXS-DESC
           MOVE WS-OWN-AMT     TO O-CTXS-AMOUNT
           WRITE O-CTXS-REC
           MOVE 'MANAGER OVERRIDE' TO O-CTXS-DESC
           MOVE WS-OVRD-AMT    TO O-CTXS-AMOUNT
           WRITE O-CTXS-REC
           MOVE 'CLAWBACKS'        TO O-CTXS-DESC
           MOVE WS-CLAW-AMT    TO O-CTXS-AMOUNT
           WRITE O-CTXS-REC
           IF WS-RETN-AMT NOT = 0
               MOVE 'MEMO'             TO O-CTXS-LINE-TYPE
               MOVE 'BANK RETURNED'    TO O-CTXS-DESC
               MOVE WS-RETN-AMT    TO O-CTXS-AMOUNT
               WRITE O-CTXS-REC
           END-IF
           MOVE 'TOT '         TO O-CTXS-LINE-TYPE
           MOVE 'NET COMMISSION'   TO O-CTXS-DESC
           MOVE WS-NET-AMT     TO O-CTXS-AMOUNT
           WRITE O-CTXS-REC.
       2400-WRITE-STATEMENT-END. EXIT.

       3000-WRITE-TRAILER.
           MOVE SPACES TO O-CTXR-TRL
           MOVE 'TR'           TO O-CTXR-TRL-TYPE
           MOVE WS-TAX-YEAR-D  TO O-CTXR-TRL-YEAR
           MOVE WS-LINE-COUNT  TO O-CTXR-TRL-COUNT
           MOVE WS-GRAND-TOTAL TO O-CTXR-TRL-TOTAL
           WRITE O-CTXR-TRL
           DISPLAY 'GRAND TOTAL REPORTED: ' WS-GRAND-TOTAL.
       3000-WRITE-TRAILER-END. EXIT.

       9000-TERM.
           CLOSE O-CTXR-PS
           CLOSE O-CTXS-PS
           CLOSE O-CTXX-PS
           DISPLAY 'PGMCTAX - AGENT COMMISSION TAX REPORTING COMPLETE'
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
           MOVE 'PGMCTAX'       TO HV-ERL-PROGRAM-ID
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
