       IDENTIFICATION DIVISION.
       PROGRAM-ID. PM013A11.
      *   PROGRAM NAME: PM013A11
      *   INPUT: SQL SELECT FROM TOUR_PROMOTION, SEASON_DISCOUNT
      *   OUTPUT: ARI011.KELVIN.ASGMTL3.TOUR.PS(PROMORPT) AS: OUTPROM
      *   DESCRIPTION: CAMPAIGN REPORT FOR MARKETING - ONE LINE PER
      *       TOUR_PROMOTION CODE WITH THE USES CLAIMED AGAINST ITS
      *       USAGE_LIMIT, THE BOOKINGS STILL ON SEASON_DISCOUNT
      *       UNDER THE CODE (REDEMPTIONS), THE DISCOUNT THOSE
      *       BOOKINGS WERE GIVEN (PROMO_DISCOUNT) AND THE REVENUE
      *       THEY BROUGHT IN (FINAL_PRICE, AFTER THE DISCOUNT). A
      *       CODE NOBODY HAS REDEEMED STILL GETS A LINE OF ZEROES SO
      *       A DEAD CAMPAIGN SHOWS UP. AMOUNTS ARE SUMMED AS STORED,
      *       IN EACH BOOKING'S OWN CURRENCY, THE SAME AS RP013A11.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-PROM-PS ASSIGN TO OUTPROM
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROM.
       DATA DIVISION.
       FILE SECTION.
       FD O-PROM-PS.
       01 O-PROM-REC.
           05 O-PROM-CODE         PIC X(10).
           05 FILLER              PIC X(01).
           05 O-PROM-DESCRIPTION  PIC X(25).
           05 FILLER              PIC X(01).
           05 O-PROM-TYPE         PIC X(01).
           05 FILLER              PIC X(01).
           05 O-PROM-USED         PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-PROM-REDEEMED     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-PROM-DISCOUNT     PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-PROM-REVENUE      PIC 9(11).
           05 FILLER              PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-PROM            PIC 9(02).
               88 FS-PROM-SUCC      VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-COUNTERS.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-TOT-REDEEMED   PIC 9(07) VALUE ZEROES.
               10 WS-TOT-DISCOUNT   PIC 9(11) VALUE ZEROES.
               10 WS-TOT-REVENUE    PIC 9(13) VALUE ZEROES.
           05 WS-HV-REDEEMED        PIC S9(09) COMP.
           05 WS-HV-TOT-DISCOUNT    PIC S9(09) COMP.
           05 WS-HV-TOT-REVENUE     PIC S9(18) COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC123A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY CODE, REDEEMED OR NOT - THE LEFT JOIN KEEPS A CODE WITH
      * NO SEASON_DISCOUNT BOOKINGS AS A LINE OF ZEROES
           EXEC SQL
               DECLARE CURSOR_PROMORPT CURSOR FOR
                   SELECT
                       P.PROMO_CODE
                      ,P.DESCRIPTION
                      ,P.DISCOUNT_TYPE
                      ,P.USAGE_COUNT
                      ,COUNT(S.PROMO_CODE)
                      ,COALESCE(SUM(S.PROMO_DISCOUNT), 0)
                      ,COALESCE(SUM(BIGINT(S.FINAL_PRICE)), 0)
                   FROM TOUR_PROMOTION P
                   LEFT OUTER JOIN SEASON_DISCOUNT S
                       ON S.PROMO_CODE = P.PROMO_CODE
                   GROUP BY P.PROMO_CODE, P.DESCRIPTION,
                            P.DISCOUNT_TYPE, P.USAGE_COUNT
                   ORDER BY P.PROMO_CODE
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-REPORT-EXTRACT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           DISPLAY 'PM013A11 - PROMOTION CAMPAIGN REPORT STARTING'
           OPEN OUTPUT O-PROM-PS
           IF FS-PROM-SUCC
               DISPLAY 'OPENED PROMORPT REPORT'
           ELSE
               DISPLAY 'ERROR OPENING PROMORPT REPORT. EC: '
                   WS-FS-PROM
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-REPORT-EXTRACT.
           EXEC SQL OPEN CURSOR_PROMORPT END-EXEC
           MOVE '2000-REPORT-EXTRACT' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_PROMORPT INTO
                        :HV-PRM-PROMO-CODE
                       ,:HV-PRM-DESCRIPTION
                       ,:HV-PRM-DISCOUNT-TYPE
                       ,:HV-PRM-USAGE-COUNT
                       ,:WS-HV-REDEEMED
                       ,:WS-HV-TOT-DISCOUNT
                       ,:WS-HV-TOT-REVENUE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2000-REPORT-EXTRACT' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2100-WRITE-CAMPAIGN-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PROMORPT END-EXEC
           DISPLAY 'CAMPAIGN LINES WRITTEN THIS RUN: ' WS-LINE-COUNT
           DISPLAY 'TOTAL REDEMPTIONS. . . . . . . : ' WS-TOT-REDEEMED
           DISPLAY 'TOTAL DISCOUNT GIVEN . . . . . : ' WS-TOT-DISCOUNT
           DISPLAY 'TOTAL REVENUE GENERATED. . . . : ' WS-TOT-REVENUE.
       2000-REPORT-EXTRACT-END. EXIT.

       2100-WRITE-CAMPAIGN-LINE.
           MOVE SPACES               TO O-PROM-REC
           MOVE HV-PRM-PROMO-CODE    TO O-PROM-CODE
           MOVE HV-PRM-DESCRIPTION   TO O-PROM-DESCRIPTION
           MOVE HV-PRM-DISCOUNT-TYPE TO O-PROM-TYPE
           MOVE HV-PRM-USAGE-COUNT   TO O-PROM-USED
           MOVE WS-HV-REDEEMED       TO O-PROM-REDEEMED
           MOVE WS-HV-TOT-DISCOUNT   TO O-PROM-DISCOUNT
           MOVE WS-HV-TOT-REVENUE    TO O-PROM-REVENUE
           WRITE O-PROM-REC
           DISPLAY 'WROTE CAMPAIGN: ' O-PROM-REC
           ADD WS-HV-REDEEMED     TO WS-TOT-REDEEMED
           ADD WS-HV-TOT-DISCOUNT TO WS-TOT-DISCOUNT
           ADD WS-HV-TOT-REVENUE  TO WS-TOT-REVENUE
           ADD 1 TO WS-LINE-COUNT.
       2100-WRITE-CAMPAIGN-LINE-END. EXIT.

       9000-TERM.
           CLOSE O-PROM-PS
           DISPLAY 'PM013A11 - PROMOTION CAMPAIGN REPORT COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H001-SQL-HANDLER.
           IF SQLCODE = DB2-SUCCESS
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H002-LOG-SQL-ERROR
               PERFORM 9000-TERM
           END-IF.
       H001-SQL-HANDLER-END. EXIT.

       H002-LOG-SQL-ERROR.
           MOVE 'PM013A11'      TO HV-ERL-PROGRAM-ID
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
       H002-LOG-SQL-ERROR-END. EXIT.
