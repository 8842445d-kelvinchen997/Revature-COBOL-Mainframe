       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMWHR.
      *   PROGRAM NAME: MONTHLY WITHHOLDING TAX REMITTANCE
      *   INPUT: JCL PARM (OPTIONAL PERIOD 'YYYY-MM'),
      *       TB_DISBURSEMENTS, TB_PAYMENT_ISSUES
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(WHREMIT) AS: OUTWHR
      *   DESCRIPTION: PGMDISB AND THE ON-LINE PAYOUTS NOW TAKE INCOME
      *       TAX OFF A PAYOUT WHEN IT IS ISSUED (TB_WITHHOLD_RULES),
      *       AND WHAT IS WITHHELD IS OWED TO THE TAX AUTHORITY. THIS
      *       TOTALS THE PERIOD'S WITHHOLDING FOR THE REMITTANCE - ONE
      *       'DT' LINE PER SOURCE TYPE AND WITHHOLDING CODE FOR
      *       PAYOUTS ISSUED IN THE MONTH THAT WENT OUT (ISSUED,
      *       CLEARED OR ESCHEAT), ONE 'CR' LINE PER SOURCE AND CODE
      *       FOR PAYOUTS FROM AN EARLIER MONTH THAT WENT TO THE BANK
      *       AND WERE VOIDED IN THIS ONE (THEIR TAX WAS ALREADY
      *       REMITTED AND COMES BACK AS A CREDIT), AND A 'TR'
      *       TRAILER WITH THE NET AMOUNT DUE.
      *       DEFAULT PERIOD IS THE MONTH JUST ENDED.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-WHR-PS ASSIGN TO OUTWHR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-WHR.
       DATA DIVISION.
       FILE SECTION.
       FD O-WHR-PS.
       01 O-WHR-HDR-REC.
           05 O-WHR-REC-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-WHR-HDR-PERIOD    PIC X(07).
           05 FILLER              PIC X(01).
           05 O-WHR-HDR-FROM      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-WHR-HDR-THRU      PIC X(10).
           05 FILLER              PIC X(48).
       01 O-WHR-DTL-REC.
           05 O-WHR-DTL-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-WHR-DTL-SOURCE    PIC X(03).
           05 FILLER              PIC X(01).
           05 O-WHR-DTL-CODE      PIC X(04).
           05 FILLER              PIC X(01).
           05 O-WHR-DTL-COUNT     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-WHR-DTL-GROSS     PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-WHR-DTL-WITHHELD  PIC 9(11).
           05 FILLER              PIC X(37).
       01 O-WHR-TRL-REC.
           05 O-WHR-TRL-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-WHR-TRL-PERIOD    PIC X(07).
           05 FILLER              PIC X(01).
           05 O-WHR-TRL-COUNT     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-WHR-TRL-WITHHELD  PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-WHR-TRL-CREDITS   PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-WHR-TRL-NET-DUE   PIC -(10)9.
           05 FILLER              PIC X(26).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-WHR             PIC 9(02).
               88 FS-WHR-SUCC       VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-DTL-LINES      PIC 9(07) VALUE ZEROES.
               10 WS-CR-LINES       PIC 9(07) VALUE ZEROES.
               10 WS-PAYOUT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-WITHHELD-TOT   PIC S9(11) VALUE ZEROES.
               10 WS-CREDIT-TOT     PIC S9(11) VALUE ZEROES.
               10 WS-NET-DUE        PIC S9(11) VALUE ZEROES.
               10 WS-NET-DUE-D      PIC -(10)9.
           05 WS-WORK-VARS.
               10 WS-PERIOD         PIC X(07).
               10 WS-PERIOD-START   PIC X(10).
               10 WS-PERIOD-END     PIC X(10).
               10 WS-SOURCE         PIC X(03).
               10 WS-WH-CODE        PIC X(04).
               10 WS-ROW-CNT        PIC S9(09) COMP.
               10 WS-GROSS          PIC S9(11)V USAGE COMP-3.
               10 WS-WITHHELD       PIC S9(11)V USAGE COMP-3.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * THE PERIOD'S PAYOUTS THAT WENT OUT WITH TAX WITHHELD, PER
      * SOURCE AND WITHHOLDING CODE. PENDAPPR ROWS HAVE NOT BEEN PAID
      * AND VOID ROWS NEVER WILL BE
           EXEC SQL
               DECLARE CURSOR_WHRDUE CURSOR FOR
                 SELECT
                    SOURCE_TYPE
                   ,WITHHOLD_CODE
                   ,COUNT(*)
                   ,SUM(GROSS_AMOUNT)
                   ,SUM(WITHHELD_AMT)
                 FROM TB_DISBURSEMENTS
                 WHERE ISSUE_DATE BETWEEN DATE(:WS-PERIOD-START)
                                      AND DATE(:WS-PERIOD-END)
                   AND DISB_STATUS IN ('ISSUED', 'CLEARED', 'ESCHEAT')
                   AND WITHHELD_AMT > 0
                 GROUP BY SOURCE_TYPE, WITHHOLD_CODE
                 ORDER BY SOURCE_TYPE, WITHHOLD_CODE
           END-EXEC.
      * PAYOUTS FROM AN EARLIER PERIOD VOIDED IN THIS ONE - THEIR TAX
      * WENT OUT ON AN EARLIER REMITTANCE AND IS CLAIMED BACK HERE
           EXEC SQL
               DECLARE CURSOR_WHRCR CURSOR FOR
                 SELECT
                    D.SOURCE_TYPE
                   ,D.WITHHOLD_CODE
                   ,COUNT(*)
                   ,SUM(D.GROSS_AMOUNT)
                   ,SUM(D.WITHHELD_AMT)
                 FROM TB_DISBURSEMENTS D
                 WHERE D.DISB_STATUS = 'VOID'
                   AND D.STATUS_DATE BETWEEN DATE(:WS-PERIOD-START)
                                         AND DATE(:WS-PERIOD-END)
                   AND D.ISSUE_DATE < DATE(:WS-PERIOD-START)
                   AND D.WITHHELD_AMT > 0
                   AND EXISTS
                       (SELECT 1 FROM TB_PAYMENT_ISSUES P
                        WHERE P.DISB_ID = D.DISB_ID)
                 GROUP BY D.SOURCE_TYPE, D.WITHHOLD_CODE
                 ORDER BY D.SOURCE_TYPE, D.WITHHOLD_CODE
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMWHR - WITHHOLDING REMITTANCE STARTING'
           PERFORM 1000-INIT
           PERFORM 2000-WITHHELD-DUE
           PERFORM 3000-VOID-CREDITS
           PERFORM 4000-WRITE-TRAILER
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-WHR-PS
           IF FS-WHR-SUCC
               DISPLAY 'OPENED WITHHOLDING REMITTANCE FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTWHR. EC: ' WS-FS-WHR
               PERFORM 9000-TERM
           END-IF
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT TO WS-PERIOD
           ELSE
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO)
                                , 1, 7)
                   INTO :WS-PERIOD
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               SELECT CHAR(DATE(:WS-PERIOD || '-01'), ISO)
                     ,CHAR(LAST_DAY(DATE(:WS-PERIOD || '-01')), ISO)
               INTO :WS-PERIOD-START, :WS-PERIOD-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF (SQLCODE = -180) OR (SQLCODE = -181)
               DISPLAY 'PGMWHR - BAD REMITTANCE PERIOD PARM: ' WS-PERIOD
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'REMITTANCE PERIOD ' WS-PERIOD ' - '
               WS-PERIOD-START ' THROUGH ' WS-PERIOD-END
           MOVE SPACES TO O-WHR-HDR-REC
           MOVE 'HD'            TO O-WHR-REC-TYPE
           MOVE WS-PERIOD       TO O-WHR-HDR-PERIOD
           MOVE WS-PERIOD-START TO O-WHR-HDR-FROM
           MOVE WS-PERIOD-END   TO O-WHR-HDR-THRU
           WRITE O-WHR-HDR-REC.
       1000-INIT-END. EXIT.

       2000-WITHHELD-DUE.
           EXEC SQL OPEN CURSOR_WHRDUE END-EXEC
           MOVE '2000-WITHHELD-DUE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_WHRDUE INTO
                        :WS-SOURCE
                       ,:WS-WH-CODE
                       ,:WS-ROW-CNT
                       ,:WS-GROSS
                       ,:WS-WITHHELD
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-WITHHELD-DUE' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE 'DT' TO O-WHR-DTL-TYPE
                   PERFORM 2100-WRITE-LINE
                   ADD 1 TO WS-DTL-LINES
                   ADD WS-ROW-CNT  TO WS-PAYOUT-COUNT
                   ADD WS-WITHHELD TO WS-WITHHELD-TOT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_WHRDUE END-EXEC.
       2000-WITHHELD-DUE-END. EXIT.

       2100-WRITE-LINE.
           MOVE WS-SOURCE   TO O-WHR-DTL-SOURCE
           MOVE WS-WH-CODE  TO O-WHR-DTL-CODE
           MOVE WS-ROW-CNT  TO O-WHR-DTL-COUNT
           MOVE WS-GROSS    TO O-WHR-DTL-GROSS
           MOVE WS-WITHHELD TO O-WHR-DTL-WITHHELD
           WRITE O-WHR-DTL-REC
           MOVE SPACES TO O-WHR-DTL-REC.
       2100-WRITE-LINE-END. EXIT.

      ******************************************************************
      * 3000-VOID-CREDITS: A PENDAPPR ROW A SUPERVISOR REJECTED IS     *
      * VOID TOO, BUT IT NEVER WENT OUT AND ITS TAX WAS NEVER REMITTED *
      * - ONLY A ROW PGMPAYX SENT TO THE BANK (TB_PAYMENT_ISSUES) IS   *
      * CREDITED BACK.                                                 *
      ******************************************************************
       3000-VOID-CREDITS.
           EXEC SQL OPEN CURSOR_WHRCR END-EXEC
           MOVE '3000-VOID-CREDITS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_WHRCR INTO
                        :WS-SOURCE
                       ,:WS-WH-CODE
                       ,:WS-ROW-CNT
                       ,:WS-GROSS
                       ,:WS-WITHHELD
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-VOID-CREDITS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE 'CR' TO O-WHR-DTL-TYPE
                   PERFORM 2100-WRITE-LINE
                   ADD 1 TO WS-CR-LINES
                   ADD WS-WITHHELD TO WS-CREDIT-TOT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_WHRCR END-EXEC.
       3000-VOID-CREDITS-END. EXIT.

       4000-WRITE-TRAILER.
           COMPUTE WS-NET-DUE = WS-WITHHELD-TOT - WS-CREDIT-TOT
           MOVE SPACES TO O-WHR-TRL-REC
           MOVE 'TR'            TO O-WHR-TRL-TYPE
           MOVE WS-PERIOD       TO O-WHR-TRL-PERIOD
           MOVE WS-PAYOUT-COUNT TO O-WHR-TRL-COUNT
           MOVE WS-WITHHELD-TOT TO O-WHR-TRL-WITHHELD
           MOVE WS-CREDIT-TOT   TO O-WHR-TRL-CREDITS
           MOVE WS-NET-DUE      TO O-WHR-TRL-NET-DUE
           WRITE O-WHR-TRL-REC.
       4000-WRITE-TRAILER-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           MOVE WS-NET-DUE TO WS-NET-DUE-D
           DISPLAY '==========================================='
           DISPLAY 'PGMWHR - REMITTANCE ' WS-PERIOD
           DISPLAY '==========================================='
           DISPLAY 'SOURCE/CODE LINES. . . . : ' WS-DTL-LINES
           DISPLAY 'PAYOUTS WITH WITHHOLDING : ' WS-PAYOUT-COUNT
           DISPLAY 'TAX WITHHELD . . . . . . : ' WS-WITHHELD-TOT
           DISPLAY 'VOID CREDIT LINES. . . . : ' WS-CR-LINES
           DISPLAY 'VOID CREDITS . . . . . . : ' WS-CREDIT-TOT
           DISPLAY 'NET DUE TO TAX AUTHORITY : ' WS-NET-DUE-D
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-WHR-PS
           DISPLAY 'PGMWHR - WITHHOLDING REMITTANCE COMPLETE'
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
           MOVE 'PGMWHR'        TO HV-ERL-PROGRAM-ID
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
