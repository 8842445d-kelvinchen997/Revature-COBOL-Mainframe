       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGRPB.
      *   PROGRAM NAME: GROUP CONSOLIDATED MONTHLY INVOICE
      *   INPUT: JCL PARM (OPTIONAL BILLING PERIOD 'YYYY-MM'),
      *       TB_GROUP_MASTER, TB_GROUP_CERTIFICATES,
      *       TB_GROUP_ADJUSTMENTS, TB_GROUP_INVOICES
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(GRPINV) AS: OUTGINV,
      *       TB_GROUP_INVOICES, TB_GROUP_CERTIFICATES,
      *       TB_GROUP_ADJUSTMENTS
      *   DESCRIPTION: ONE INVOICE A MONTH PER EMPLOYER GROUP IN
      *       PLACE OF A PREMIUM NOTICE PER MEMBER. THE PERIOD IS
      *       BILLED IN ADVANCE - EVERY ACTIVE CERTIFICATE NOT YET
      *       BILLED TO THE PERIOD END IS CHARGED ITS MONTHLY PREMIUM
      *       FOR EACH MONTH END UP TO IT, AND EVERY JOINER/LEAVER
      *       PRO-RATA ADJUSTMENT PGMGRPI HAS WRITTEN SINCE THE LAST
      *       INVOICE IS ADDED. THE INVOICE ROW IS KEPT, THE MEMBERS
      *       ARE MARKED BILLED TO THE PERIOD END, AND THE INVOICE IS
      *       WRITTEN TO OUTGINV FOR THE BILLING CONTACT - A HEADER,
      *       ONE LINE PER MEMBER, ONE PER ADJUSTMENT AND A TRAILER
      *       WITH THE TOTALS. A GROUP ALREADY INVOICED FOR THE PERIOD
      *       IS SKIPPED, SO A RERUN RAISES NOTHING TWICE. DEFAULT
      *       PERIOD IS THE CURRENT MONTH.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-GIV-PS ASSIGN TO OUTGINV
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-GIV.
       DATA DIVISION.
       FILE SECTION.
       FD O-GIV-PS.
       01 O-GIV-HDR-REC.
           05 O-GIV-REC-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-GIV-INVOICE-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-GROUP-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-PERIOD    PIC X(07).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-EMPLOYER  PIC X(30).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-CONTACT   PIC X(20).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-PHONE     PIC X(12).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-EMAIL     PIC X(30).
           05 FILLER              PIC X(01).
           05 O-GIV-HDR-ADDRESS   PIC X(40).
           05 FILLER              PIC X(01).
       01 O-GIV-DTL-REC.
           05 FILLER              PIC X(25).
           05 O-GIV-DTL-CERT-ID   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-DTL-EMP-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-DTL-NAME      PIC X(20).
           05 FILLER              PIC X(01).
           05 O-GIV-DTL-PREMIUM   PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-GIV-DTL-MONTHS    PIC 9(03).
           05 FILLER              PIC X(01).
           05 O-GIV-DTL-AMOUNT    PIC 9(09).
           05 FILLER              PIC X(81).
       01 O-GIV-ADJ-REC.
           05 FILLER              PIC X(25).
           05 O-GIV-ADJ-CERT-ID   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-ADJ-TYPE      PIC X(05).
           05 FILLER              PIC X(01).
           05 O-GIV-ADJ-EFF-DATE  PIC X(10).
           05 FILLER              PIC X(01).
           05 O-GIV-ADJ-AMOUNT    PIC -(08)9.
           05 FILLER              PIC X(108).
       01 O-GIV-TRL-REC.
           05 FILLER              PIC X(25).
           05 O-GIV-TRL-PERIOD    PIC X(07).
           05 FILLER              PIC X(01).
           05 O-GIV-TRL-MEMBERS   PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-GIV-TRL-PREMIUM   PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-GIV-TRL-ADJUST    PIC -(08)9.
           05 FILLER              PIC X(01).
           05 O-GIV-TRL-TOTAL     PIC -(08)9.
           05 FILLER              PIC X(01).
           05 O-GIV-TRL-CURRENCY  PIC X(03).
           05 FILLER              PIC X(98).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-GIV             PIC 9(02).
               88 FS-GIV-SUCC       VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-GROUP-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-INVOICE-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-EMPTY-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-ADJ-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-BILLED-AMT     PIC S9(11) VALUE ZEROES.
               10 WS-BILLED-AMT-D   PIC -(10)9.
           05 WS-WORK-VARS.
               10 WS-PERIOD         PIC X(07).
               10 WS-PERIOD-END     PIC X(10).
               10 WS-MEMBER-CNT     PIC S9(09) COMP.
               10 WS-ADJ-CNT        PIC S9(09) COMP.
               10 WS-LINE-MONTHS    PIC S9(09) COMP.
               10 WS-LINE-AMT       PIC S9(9)V USAGE COMP-3.
               10 WS-IDGEN-NBR      PIC 9(08).
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPMST
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPCRT
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPADJ
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPINV
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY LIVE GROUP NOT YET INVOICED FOR THE PERIOD
           EXEC SQL
               DECLARE CURSOR_GRPB CURSOR FOR
                 SELECT
                    G.GROUP_ID
                   ,G.EMPLOYER_NAME
                   ,G.BILL_CONTACT
                   ,G.BILL_PHONE
                   ,G.BILL_EMAIL
                   ,G.BILL_ADDRESS
                   ,G.CURRENCY_CODE
                 FROM
                   TB_GROUP_MASTER G
                 WHERE G.GROUP_STATUS = 'ACTIVE'
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_GROUP_INVOICES I
                        WHERE I.GROUP_ID   = G.GROUP_ID
                          AND I.INV_PERIOD = :WS-PERIOD)
                 ORDER BY G.GROUP_ID
           END-EXEC.
      * THE GROUP'S MEMBERS STILL OWING PREMIUM UP TO THE PERIOD END -
      * BILLED_THRU IS A MONTH END, SO THE MONTH-NUMBER DIFFERENCE IS
      * THE COUNT OF WHOLE MONTHS TO CHARGE
           EXEC SQL
               DECLARE CURSOR_GRPM CURSOR FOR
                 SELECT
                    CERT_ID
                   ,EMPLOYEE_ID
                   ,MEMBER_NAME
                   ,MONTHLY_PREMIUM
                   ,(YEAR(DATE(:WS-PERIOD-END)) * 12
                        + MONTH(DATE(:WS-PERIOD-END)))
                    - (YEAR(BILLED_THRU) * 12 + MONTH(BILLED_THRU))
                 FROM
                   TB_GROUP_CERTIFICATES
                 WHERE GROUP_ID    = :HV-GRP-GROUP-ID
                   AND CERT_STATUS = 'ACTIVE'
                   AND JOIN_DATE   <= DATE(:WS-PERIOD-END)
                   AND BILLED_THRU <  DATE(:WS-PERIOD-END)
                 ORDER BY EMPLOYEE_ID
           END-EXEC.
      * THE GROUP'S PRO-RATA ADJUSTMENTS NOT YET ON AN INVOICE
           EXEC SQL
               DECLARE CURSOR_GRPA CURSOR FOR
                 SELECT
                    CERT_ID
                   ,ADJ_TYPE
                   ,CHAR(EFF_DATE, ISO)
                   ,ADJ_AMOUNT
                 FROM
                   TB_GROUP_ADJUSTMENTS
                 WHERE GROUP_ID = :HV-GRP-GROUP-ID
                   AND INVOICE_ID IS NULL
                 ORDER BY EFF_DATE, CERT_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMGRPB - GROUP MONTHLY INVOICE STARTING'
      * AN INVOICE RAISES A RECEIVABLE - NOTHING POSTS INTO A CLOSED
      * ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM 2000-INVOICE-GROUPS
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-GIV-PS
           IF FS-GIV-SUCC
               DISPLAY 'OPENED GROUP INVOICE FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTGINV. EC: ' WS-FS-GIV
               PERFORM 9000-TERM
           END-IF
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-TEXT TO WS-PERIOD
           ELSE
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 7)
                   INTO :WS-PERIOD
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE '1000-INIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               SELECT CHAR(LAST_DAY(DATE(:WS-PERIOD || '-01')), ISO)
               INTO :WS-PERIOD-END
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF (SQLCODE = -180) OR (SQLCODE = -181)
               DISPLAY 'PGMGRPB - BAD BILLING PERIOD PARM: ' WS-PERIOD
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           DISPLAY 'BILLING PERIOD ' WS-PERIOD ' THROUGH '
               WS-PERIOD-END.
       1000-INIT-END. EXIT.

       2000-INVOICE-GROUPS.
           EXEC SQL OPEN CURSOR_GRPB END-EXEC
           MOVE '2000-INVOICE-GROUPS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GRPB INTO
                        :HV-GRP-GROUP-ID
                       ,:HV-GRP-EMPLOYER
                       ,:HV-GRP-CONTACT
                       ,:HV-GRP-BILL-PHONE
                       ,:HV-GRP-BILL-EMAIL
                       ,:HV-GRP-BILL-ADDRESS
                       ,:HV-GRP-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-INVOICE-GROUPS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD 1 TO WS-GROUP-COUNT
                   PERFORM 2100-INVOICE-ONE-GROUP
                       THRU 2100-INVOICE-ONE-GROUP-END
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GRPB END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-INVOICE-GROUPS-END. EXIT.

      ******************************************************************
      * 2100-INVOICE-ONE-GROUP: TOTALS FIRST, SO A GROUP WITH NOTHING  *
      * TO BILL GETS NO INVOICE AND USES NO NUMBER. THEN THE HEADER,   *
      * MEMBER AND ADJUSTMENT LINES, THE INVOICE ROW, THE MEMBERS AND  *
      * ADJUSTMENTS MARKED BILLED, AND THE TRAILER.                    *
      ******************************************************************
       2100-INVOICE-ONE-GROUP.
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(MONTHLY_PREMIUM *
                        ((YEAR(DATE(:WS-PERIOD-END)) * 12
                           + MONTH(DATE(:WS-PERIOD-END)))
                        - (YEAR(BILLED_THRU) * 12
                           + MONTH(BILLED_THRU)))), 0)
               INTO :WS-MEMBER-CNT, :HV-GIV-PREMIUM-AMT
               FROM TB_GROUP_CERTIFICATES
               WHERE GROUP_ID    = :HV-GRP-GROUP-ID
                 AND CERT_STATUS = 'ACTIVE'
                 AND JOIN_DATE   <= DATE(:WS-PERIOD-END)
                 AND BILLED_THRU <  DATE(:WS-PERIOD-END)
           END-EXEC
           MOVE '2100-INVOICE-ONE-GROUP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ADJ_AMOUNT), 0)
               INTO :WS-ADJ-CNT, :HV-GIV-ADJUST-AMT
               FROM TB_GROUP_ADJUSTMENTS
               WHERE GROUP_ID = :HV-GRP-GROUP-ID
                 AND INVOICE_ID IS NULL
           END-EXEC
           MOVE '2100-INVOICE-ONE-GROUP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF (WS-MEMBER-CNT = 0) AND (WS-ADJ-CNT = 0)
               ADD 1 TO WS-EMPTY-COUNT
               GO TO 2100-INVOICE-ONE-GROUP-END
           END-IF
           PERFORM 2700-GET-INVOICE-ID
           MOVE HV-GRP-GROUP-ID     TO HV-GIV-GROUP-ID
           MOVE WS-PERIOD           TO HV-GIV-INV-PERIOD
           MOVE WS-MEMBER-CNT       TO HV-GIV-MEMBER-COUNT
           COMPUTE HV-GIV-TOTAL-AMT =
               HV-GIV-PREMIUM-AMT + HV-GIV-ADJUST-AMT
           MOVE 'ISSUED'            TO HV-GIV-STATUS
           PERFORM 2200-WRITE-HEADER
           PERFORM 2300-WRITE-MEMBER-LINES
           PERFORM 2400-WRITE-ADJUST-LINES
           EXEC SQL
               INSERT INTO TB_GROUP_INVOICES VALUES (
                :HV-GIV-INVOICE-ID
               ,:HV-GIV-GROUP-ID
               ,:HV-GIV-INV-PERIOD
               ,CURRENT DATE
               ,:HV-GIV-MEMBER-COUNT
               ,:HV-GIV-PREMIUM-AMT
               ,:HV-GIV-ADJUST-AMT
               ,:HV-GIV-TOTAL-AMT
               ,:HV-GIV-STATUS
               )
           END-EXEC
           MOVE '2100-INVOICE-ONE-GROUP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               UPDATE TB_GROUP_CERTIFICATES
               SET BILLED_THRU = DATE(:WS-PERIOD-END)
               WHERE GROUP_ID    = :HV-GRP-GROUP-ID
                 AND CERT_STATUS = 'ACTIVE'
                 AND JOIN_DATE   <= DATE(:WS-PERIOD-END)
                 AND BILLED_THRU <  DATE(:WS-PERIOD-END)
           END-EXEC
           IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
               MOVE '2100-INVOICE-ONE-GROUP' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL
               UPDATE TB_GROUP_ADJUSTMENTS
               SET INVOICE_ID = :HV-GIV-INVOICE-ID
               WHERE GROUP_ID = :HV-GRP-GROUP-ID
                 AND INVOICE_ID IS NULL
           END-EXEC
           IF (SQLCODE NOT = 0) AND (SQLCODE NOT = 100)
               MOVE '2100-INVOICE-ONE-GROUP' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           PERFORM 2500-WRITE-TRAILER
           ADD 1 TO WS-INVOICE-COUNT
           ADD HV-GIV-TOTAL-AMT TO WS-BILLED-AMT
      * THE GROUP CURSOR LOOP RUNS UNTIL SQLCODE 100 - DON'T LEAVE ONE
           MOVE ZERO TO SQLCODE.
       2100-INVOICE-ONE-GROUP-END. EXIT.

       2200-WRITE-HEADER.
           MOVE SPACES TO O-GIV-HDR-REC
           MOVE 'HD'                  TO O-GIV-REC-TYPE
           MOVE HV-GIV-INVOICE-ID     TO O-GIV-INVOICE-ID
           MOVE HV-GRP-GROUP-ID       TO O-GIV-GROUP-ID
           MOVE WS-PERIOD             TO O-GIV-HDR-PERIOD
           MOVE HV-GRP-EMPLOYER-TEXT  TO O-GIV-HDR-EMPLOYER
           MOVE HV-GRP-CONTACT-TEXT   TO O-GIV-HDR-CONTACT
           MOVE HV-GRP-BILL-PHONE     TO O-GIV-HDR-PHONE
           MOVE HV-GRP-BILL-EMAIL     TO O-GIV-HDR-EMAIL
           MOVE HV-GRP-BILL-ADDRESS   TO O-GIV-HDR-ADDRESS
           WRITE O-GIV-HDR-REC.
       2200-WRITE-HEADER-END. EXIT.

       2300-WRITE-MEMBER-LINES.
           EXEC SQL OPEN CURSOR_GRPM END-EXEC
           MOVE '2300-WRITE-MEMBER-LINES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GRPM INTO
                        :HV-GCT-CERT-ID
                       ,:HV-GCT-EMPLOYEE-ID
                       ,:HV-GCT-MEMBER-NAME
                       ,:HV-GCT-MONTHLY-PREM
                       ,:WS-LINE-MONTHS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2300-WRITE-MEMBER-LINES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   COMPUTE WS-LINE-AMT =
                       HV-GCT-MONTHLY-PREM * WS-LINE-MONTHS
                   MOVE SPACES TO O-GIV-DTL-REC
                   MOVE 'DT'                TO O-GIV-REC-TYPE
                   MOVE HV-GIV-INVOICE-ID   TO O-GIV-INVOICE-ID
                   MOVE HV-GRP-GROUP-ID     TO O-GIV-GROUP-ID
                   MOVE HV-GCT-CERT-ID      TO O-GIV-DTL-CERT-ID
                   MOVE HV-GCT-EMPLOYEE-ID  TO O-GIV-DTL-EMP-ID
                   MOVE HV-GCT-MEMBER-TEXT  TO O-GIV-DTL-NAME
                   MOVE HV-GCT-MONTHLY-PREM TO O-GIV-DTL-PREMIUM
                   MOVE WS-LINE-MONTHS      TO O-GIV-DTL-MONTHS
                   MOVE WS-LINE-AMT         TO O-GIV-DTL-AMOUNT
                   WRITE O-GIV-DTL-REC
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GRPM END-EXEC.
       2300-WRITE-MEMBER-LINES-END. EXIT.

       2400-WRITE-ADJUST-LINES.
           EXEC SQL OPEN CURSOR_GRPA END-EXEC
           MOVE '2400-WRITE-ADJUST-LINES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_GRPA INTO
                        :HV-GAD-CERT-ID
                       ,:HV-GAD-ADJ-TYPE
                       ,:HV-GAD-EFF-DATE
                       ,:HV-GAD-ADJ-AMOUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2400-WRITE-ADJUST-LINES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES TO O-GIV-ADJ-REC
                   MOVE 'AJ'                TO O-GIV-REC-TYPE
                   MOVE HV-GIV-INVOICE-ID   TO O-GIV-INVOICE-ID
                   MOVE HV-GRP-GROUP-ID     TO O-GIV-GROUP-ID
                   MOVE HV-GAD-CERT-ID      TO O-GIV-ADJ-CERT-ID
                   MOVE HV-GAD-ADJ-TYPE     TO O-GIV-ADJ-TYPE
                   MOVE HV-GAD-EFF-DATE     TO O-GIV-ADJ-EFF-DATE
                   MOVE HV-GAD-ADJ-AMOUNT   TO O-GIV-ADJ-AMOUNT
                   WRITE O-GIV-ADJ-REC
                   ADD 1 TO WS-ADJ-COUNT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GRPA END-EXEC.
       2400-WRITE-ADJUST-LINES-END. EXIT.

       2500-WRITE-TRAILER.
           MOVE SPACES TO O-GIV-TRL-REC
           MOVE 'TR'                 TO O-GIV-REC-TYPE
           MOVE HV-GIV-INVOICE-ID    TO O-GIV-INVOICE-ID
           MOVE HV-GRP-GROUP-ID      TO O-GIV-GROUP-ID
           MOVE WS-PERIOD            TO O-GIV-TRL-PERIOD
           MOVE HV-GIV-MEMBER-COUNT  TO O-GIV-TRL-MEMBERS
           MOVE HV-GIV-PREMIUM-AMT   TO O-GIV-TRL-PREMIUM
           MOVE HV-GIV-ADJUST-AMT    TO O-GIV-TRL-ADJUST
           MOVE HV-GIV-TOTAL-AMT     TO O-GIV-TRL-TOTAL
           MOVE HV-GRP-CURRENCY-CODE TO O-GIV-TRL-CURRENCY
           WRITE O-GIV-TRL-REC.
       2500-WRITE-TRAILER-END. EXIT.

      ******************************************************************
      * 2700-GET-INVOICE-ID: NEXT TB_ID_CONTROL 'GINV' NUMBER, BUILT   *
      * AS ID_PREFIX PLUS THE ZERO-PADDED NUMBER.                      *
      ******************************************************************
       2700-GET-INVOICE-ID.
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = 'GINV'
           END-EXEC
           MOVE '2700-GET-INVOICE-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = 'GINV'
           END-EXEC
           MOVE '2700-GET-INVOICE-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO HV-GIV-INVOICE-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO HV-GIV-INVOICE-ID
           END-STRING.
       2700-GET-INVOICE-ID-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           MOVE WS-BILLED-AMT TO WS-BILLED-AMT-D
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMGRPB - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'BILLING PERIOD . . . . . . : ' WS-PERIOD
           DISPLAY 'GROUPS DUE AN INVOICE. . . : ' WS-GROUP-COUNT
           DISPLAY 'GROUPS WITH NOTHING TO BILL: ' WS-EMPTY-COUNT
           DISPLAY 'INVOICES RAISED. . . . . . : ' WS-INVOICE-COUNT
           DISPLAY 'MEMBER LINES BILLED. . . . : ' WS-LINE-COUNT
           DISPLAY 'ADJUSTMENT LINES BILLED. . : ' WS-ADJ-COUNT
           DISPLAY 'TOTAL AMOUNT INVOICED. . . : ' WS-BILLED-AMT-D
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-GIV-PS
           DISPLAY 'PGMGRPB - GROUP MONTHLY INVOICE COMPLETE'
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

      ******************************************************************
      * HPD-CHECK-PERIOD: NO POSTING LANDS IN AN ACCOUNTING PERIOD    *
      * FINANCE HAS ALREADY CLOSED - A CLOSED ROW FOR TODAY ENDS THE  *
      * JOB RC=8 BEFORE ANYTHING IS WRITTEN. A DATE WITH NO           *
      * TB_ACCT_PERIODS ROW POSTS FREELY.                             *
      ******************************************************************
       HPD-CHECK-PERIOD.
           EXEC SQL
               SELECT PERIOD_STATUS INTO :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE CURRENT DATE BETWEEN PERIOD_START
                                      AND PERIOD_END
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-APD-STATUS = 'CLOSED'
                   DISPLAY 'PGMGRPB - ACCOUNTING PERIOD IS CLOSED - '
                       'POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-TERM
               END-IF
           WHEN SQLCODE = 100
               CONTINUE
           WHEN OTHER
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMGRPB'       TO HV-ERL-PROGRAM-ID
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
