       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBREC.
      *   PROGRAM NAME: DAILY BANK STATEMENT RECONCILIATION
      *   INPUT: JCL PARM 'PREMIUM-ACCT,AUTOPAY-ACCT,PAYOUT-ACCT'
      *       (OUR THREE BANK ACCOUNT NUMBERS, REQUIRED),
      *       BANK DAILY STATEMENT FILE AS: INBSTM,
      *       TB_PREMIUM_PAYMENTS, TB_PREMIUM_DEPOSITS,
      *       TB_PAYMENT_SUSPENSE, TB_AUTOPAY_MANDATES,
      *       TB_COMMISSION_LEDGER, TB_DISBURSEMENTS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(BANKREC) AS: OUTBREC
      *   DESCRIPTION: PGMPRF PROVES OUR OWN THREE VIEWS OF THE DAY'S
      *       MONEY AGAINST EACH OTHER, BUT NOTHING PROVED THEM
      *       AGAINST THE BANK. THIS READS THE BANK'S DAILY STATEMENT
      *       FILE (ONE HEADER, ITS DETAIL LINES AND ONE TRAILER PER
      *       ACCOUNT) AND MATCHES EVERY LINE TO WHAT WE BOOKED FOR
      *       THE STATEMENT DATE ON THAT ACCOUNT - LOCKBOX RECEIPTS
      *       (PGMLBX) ON THE PREMIUM ACCOUNT, AUTOPAY DRAFTS
      *       (PGMAUTO) AND THEIR RETURNS (PGMNSF) ON THE AUTOPAY
      *       ACCOUNT, COMMISSION EFTS (PGMCEFT) AND CLEARED PAYOUTS
      *       (PGMCLRD) ON THE PAYOUT ACCOUNT - BY AMOUNT, DATE AND
      *       REFERENCE. A BANK LINE NOTHING OF OURS MATCHES AND A
      *       BOOKED ITEM NO BANK LINE MATCHES ARE BOTH LISTED. EACH
      *       ACCOUNT THEN GETS AN ENDING-BALANCE PROOF (OPENING PLUS
      *       CREDITS LESS DEBITS AGAINST THE STATED CLOSING) FOR
      *       TREASURY TO SIGN OFF. ENDS RC=8 WHEN AN ACCOUNT DOES
      *       NOT PROVE OR ITS STATEMENT IS MISSING, RC=4 WHEN IT
      *       PROVES BUT HAS UNMATCHED ITEMS.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-BSTM-PS ASSIGN TO INBSTM
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-BSTM.
           SELECT O-BREC-PS ASSIGN TO OUTBREC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-BREC.
       DATA DIVISION.
       FILE SECTION.
      * HD/DT/TR RECORDS SHARE THE TYPE AND ACCOUNT POSITIONS. DT
      * AMOUNTS ARE UNSIGNED WITH DR/CR SAYING WHICH WAY THE MONEY
      * MOVED ON OUR ACCOUNT; BALANCES CARRY A LEADING '-' WHEN
      * OVERDRAWN.
       FD I-BSTM-PS.
       01 I-BSTM-HDR.
           05 I-BSTM-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 I-BSTM-H-ACCOUNT    PIC X(17).
           05 FILLER              PIC X(01).
           05 I-BSTM-H-STMT-DATE  PIC X(10).
           05 FILLER              PIC X(01).
           05 I-BSTM-H-OPEN-SIGN  PIC X(01).
           05 I-BSTM-H-OPEN-BAL   PIC 9(11)V9(02).
           05 FILLER              PIC X(34).
       01 I-BSTM-DTL.
           05 FILLER              PIC X(02).
           05 FILLER              PIC X(01).
           05 I-BSTM-D-ACCOUNT    PIC X(17).
           05 FILLER              PIC X(01).
           05 I-BSTM-D-VALUE-DATE PIC X(10).
           05 FILLER              PIC X(01).
           05 I-BSTM-D-DRCR       PIC X(02).
           05 FILLER              PIC X(01).
           05 I-BSTM-D-AMOUNT     PIC 9(09)V9(02).
           05 FILLER              PIC X(01).
           05 I-BSTM-D-REFERENCE  PIC X(20).
           05 FILLER              PIC X(13).
       01 I-BSTM-TRL.
           05 FILLER              PIC X(02).
           05 FILLER              PIC X(01).
           05 I-BSTM-T-ACCOUNT    PIC X(17).
           05 FILLER              PIC X(01).
           05 I-BSTM-T-LINE-COUNT PIC 9(07).
           05 FILLER              PIC X(01).
           05 I-BSTM-T-CLOSE-SIGN PIC X(01).
           05 I-BSTM-T-CLOSE-BAL  PIC 9(11)V9(02).
           05 FILLER              PIC X(37).
       FD O-BREC-PS.
       01 O-BREC-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-BSTM        PIC 9(02).
                   88 FS-BSTM-SUCC  VALUE 00.
                   88 FS-BSTM-EOF   VALUE 10.
               10 WS-FS-BREC        PIC 9(02).
                   88 FS-BREC-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
               10 WS-LIN-MAX        PIC 9(04) VALUE 5000.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-REJECT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-BOOK-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-MATCH-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-BANK-ONLY-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-BOOK-ONLY-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-LIN-COUNT      PIC 9(04) VALUE ZEROES.
               10 WS-LIN-IDX        PIC 9(04).
               10 WS-ACT-IDX        PIC 9(01).
           05 WS-PARM-ACCOUNTS.
               10 WS-PARM-PREM-ACCT PIC X(17) VALUE SPACES.
               10 WS-PARM-AUTO-ACCT PIC X(17) VALUE SPACES.
               10 WS-PARM-PAY-ACCT  PIC X(17) VALUE SPACES.
           05 WS-WORK-VARS.
               10 WS-STMT-DATE      PIC X(10) VALUE SPACES.
               10 WS-CUR-ACCOUNT    PIC X(17).
               10 WS-LINE-AMT       PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-COMPUTED-CLOSE PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-BOOK-NET       PIC S9(11)V9(02) USAGE COMP-3.
           05 WS-BOOK-ITEM.
               10 WS-BK-USE         PIC X(07).
               10 WS-BK-REFERENCE   PIC X(20).
               10 WS-BK-SOURCE      PIC X(08).
               10 WS-BK-AMOUNT      PIC S9(09)V9(02) USAGE COMP-3.
           05 WS-FOUND-SW           PIC X(01) VALUE 'N'.
               88 WS-LINE-FOUND         VALUE 'Y'.
           05 WS-BREAK-SW           PIC X(01) VALUE 'N'.
               88 WS-DAY-BALANCED       VALUE 'N'.
               88 WS-DAY-BROKEN         VALUE 'Y'.
           05 WS-OPEN-ITEMS-SW      PIC X(01) VALUE 'N'.
               88 WS-OPEN-ITEMS         VALUE 'Y'.
           05 WS-ACCT-BREAK-SW      PIC X(01) VALUE 'N'.
               88 WS-ACCT-BROKEN        VALUE 'Y'.
           05 WS-ITEM-LINE.
               10 WS-ITM-REASON     PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ITM-USE        PIC X(07).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ITM-REFERENCE  PIC X(20).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ITM-SOURCE     PIC X(08).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ITM-VALUE-DATE PIC X(10).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-ITM-AMOUNT     PIC -(9)9.99.
               10 FILLER            PIC X(08) VALUE SPACES.
           05 WS-ACCT-HEAD-LINE.
               10 FILLER            PIC X(08) VALUE 'ACCOUNT '.
               10 WS-AHD-ACCOUNT    PIC X(17).
               10 FILLER            PIC X(02) VALUE ' ('.
               10 WS-AHD-USE        PIC X(07).
               10 FILLER            PIC X(17) VALUE
                                    ') STATEMENT DATE '.
               10 WS-AHD-DATE       PIC X(10).
               10 FILLER            PIC X(19) VALUE SPACES.
           05 WS-PROOF-LINE.
               10 WS-PRF-LABEL      PIC X(30).
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-PRF-AMOUNT     PIC -(12)9.99.
               10 FILLER            PIC X(01) VALUE SPACE.
               10 WS-PRF-FLAG       PIC X(05).
               10 FILLER            PIC X(27) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      * OUR THREE ACCOUNTS - 1 PREMIUM, 2 AUTOPAY, 3 PAYOUT. AMOUNTS
      * ARE SIGNED FROM OUR SIDE: CREDITS INTO THE ACCOUNT POSITIVE.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACT-ENTRY OCCURS 3 TIMES.
               10 WS-ACT-NUMBER     PIC X(17).
               10 WS-ACT-USE        PIC X(07).
               10 WS-ACT-HDR-SW     PIC X(01).
               10 WS-ACT-TRL-SW     PIC X(01).
               10 WS-ACT-OPEN-BAL   PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-CLOSE-BAL  PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-CREDITS    PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-DEBITS     PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-LINE-COUNT PIC 9(07).
               10 WS-ACT-TRL-COUNT  PIC 9(07).
               10 WS-ACT-MATCH-CNT  PIC 9(07).
               10 WS-ACT-MATCH-AMT  PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-BANKX-CNT  PIC 9(07).
               10 WS-ACT-BANKX-AMT  PIC S9(11)V9(02) USAGE COMP-3.
               10 WS-ACT-BOOKX-CNT  PIC 9(07).
               10 WS-ACT-BOOKX-AMT  PIC S9(11)V9(02) USAGE COMP-3.
      * EVERY STATEMENT DETAIL LINE ON OUR ACCOUNTS, HELD FOR MATCHING
       01 WS-LINE-TABLE.
           05 WS-LIN-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-LIN-COUNT.
               10 WS-LIN-ACT-IDX    PIC 9(01).
               10 WS-LIN-VALUE-DATE PIC X(10).
               10 WS-LIN-AMOUNT     PIC S9(09)V9(02) USAGE COMP-3.
               10 WS-LIN-REFERENCE  PIC X(20).
               10 WS-LIN-MATCH-SW   PIC X(01).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMDEP
           END-EXEC.
           EXEC SQL
               INCLUDE TBSUSP
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUTOP
           END-EXEC.
           EXEC SQL
               INCLUDE TBCOMLGR
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * WHAT WE BOOKED FOR THE STATEMENT DATE, ONE ROW PER ITEM THE
      * BANK SHOULD SHOW, IN THE BANK'S TERMS. A LOCKBOX ITEM IS THE
      * WHOLE AMOUNT RECEIVED FOR A POLICY - PGMLBX MAY HAVE SPLIT IT
      * OVER THE PAYMENT, THE DEPOSIT LEDGER AND SUSPENSE. A DRAFT
      * OR ITS RETURN IS KNOWN TO THE BANK BY THE MANDATE'S FUNDING
      * REFERENCE, A COMMISSION EFT BY THE AGENT IT WAS NETTED FOR,
      * AND A CLEARED PAYOUT BY ITS DISB_ID.
           EXEC SQL
               DECLARE CURSOR_BOOK CURSOR FOR
                 SELECT
                    CAST('PREMIUM' AS CHAR(7))
                   ,CAST(L.REF AS CHAR(20))
                   ,CAST('LOCKBOX' AS CHAR(8))
                   ,CAST(SUM(L.AMT) AS DECIMAL(11, 2))
                 FROM
                   (SELECT P.POL_ID AS REF, P.AMOUNT_PAID AS AMT
                    FROM TB_PREMIUM_PAYMENTS P
                    WHERE P.PAID_BY = 'PGMLBX'
                      AND P.PAID_DATE = DATE(:WS-STMT-DATE)
                    UNION ALL
                    SELECT D.POL_ID, D.AMOUNT
                    FROM TB_PREMIUM_DEPOSITS D
                    WHERE D.TXN_BY = 'PGMLBX'
                      AND D.TXN_TYPE = 'DEPOSIT'
                      AND D.TXN_DATE = DATE(:WS-STMT-DATE)
                    UNION ALL
                    SELECT COALESCE(S.POL_ID, S.SUSP_ID), S.AMOUNT
                    FROM TB_PAYMENT_SUSPENSE S
                    WHERE S.RECV_DATE = DATE(:WS-STMT-DATE)) AS L
                 GROUP BY L.REF
                 UNION ALL
                 SELECT
                    CAST('AUTOPAY' AS CHAR(7))
                   ,CAST(COALESCE(M.FUNDING_REF, P.POL_ID) AS CHAR(20))
                   ,CAST(CASE WHEN P.PAID_BY = 'PGMAUTO'
                              THEN 'DRAFT' ELSE 'RETURN' END
                         AS CHAR(8))
                   ,CAST(P.AMOUNT_PAID AS DECIMAL(11, 2))
                 FROM
                   TB_PREMIUM_PAYMENTS P
                   LEFT JOIN TB_AUTOPAY_MANDATES M
                     ON M.POL_ID = P.POL_ID
                 WHERE P.PAID_BY IN ('PGMAUTO', 'PGMNSF')
                   AND P.PAID_DATE = DATE(:WS-STMT-DATE)
                 UNION ALL
                 SELECT
                    CAST('PAYOUT' AS CHAR(7))
                   ,CAST(C.AGENT_ID AS CHAR(20))
                   ,CAST('COMMEFT' AS CHAR(8))
                   ,CAST(0 - SUM(C.COMM_AMOUNT) AS DECIMAL(11, 2))
                 FROM TB_COMMISSION_LEDGER C
                 WHERE C.LEDGER_STATUS = 'PAID'
                   AND C.SETTLE_DATE = DATE(:WS-STMT-DATE)
                 GROUP BY C.AGENT_ID
                 HAVING SUM(C.COMM_AMOUNT) > 0
                 UNION ALL
                 SELECT
                    CAST('PAYOUT' AS CHAR(7))
                   ,CAST(B.DISB_ID AS CHAR(20))
                   ,CAST('CLEARED' AS CHAR(8))
                   ,CAST(0 - B.AMOUNT AS DECIMAL(11, 2))
                 FROM TB_DISBURSEMENTS B
                 WHERE B.DISB_STATUS = 'CLEARED'
                   AND B.STATUS_DATE = DATE(:WS-STMT-DATE)
                 ORDER BY 1, 2
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(53).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMBREC - BANK STATEMENT RECONCILIATION STARTING'
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-PREM-ACCT
                        WS-PARM-AUTO-ACCT
                        WS-PARM-PAY-ACCT
               END-UNSTRING
           END-IF
           IF (WS-PARM-PREM-ACCT = SPACES) OR
              (WS-PARM-AUTO-ACCT = SPACES) OR
              (WS-PARM-PAY-ACCT  = SPACES)
               DISPLAY 'PGMBREC - PARM MUST BE PREMIUM-ACCT,AUTOPAY-'
                   'ACCT,PAYOUT-ACCT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-STATEMENT
           PERFORM 3000-MATCH-BOOK-ITEMS
           PERFORM 4000-LIST-BANK-ONLY
           PERFORM 5000-PRINT-PROOF
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           INITIALIZE WS-ACCOUNT-TABLE
           MOVE WS-PARM-PREM-ACCT TO WS-ACT-NUMBER(1)
           MOVE 'PREMIUM'         TO WS-ACT-USE(1)
           MOVE WS-PARM-AUTO-ACCT TO WS-ACT-NUMBER(2)
           MOVE 'AUTOPAY'         TO WS-ACT-USE(2)
           MOVE WS-PARM-PAY-ACCT  TO WS-ACT-NUMBER(3)
           MOVE 'PAYOUT'          TO WS-ACT-USE(3)
           OPEN INPUT I-BSTM-PS
           IF FS-BSTM-SUCC
               DISPLAY 'OPENED BANK STATEMENT FILE'
           ELSE
               DISPLAY 'ERROR OPENING INBSTM. EC: ' WS-FS-BSTM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT O-BREC-PS
           IF FS-BREC-SUCC
               DISPLAY 'OPENED BANK RECONCILIATION REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTBREC. EC: ' WS-FS-BREC
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-LOAD-STATEMENT: TOTALS EACH ACCOUNT'S LINES AS THEY COME  *
      * AND HOLDS THEM FOR MATCHING. THE FIRST HEADER'S DATE IS THE    *
      * STATEMENT DATE FOR THE RUN - A HEADER FOR ANY OTHER DATE, OR   *
      * FOR AN ACCOUNT THAT IS NOT ONE OF OURS, BREAKS THE DAY.        *
      ******************************************************************
       2000-LOAD-STATEMENT.
           PERFORM 2100-READ-STATEMENT
               UNTIL FS-BSTM-EOF
           CLOSE I-BSTM-PS
           IF WS-STMT-DATE = SPACES
               DISPLAY 'NO STATEMENT HEADER ON INBSTM - NOTHING TO '
                   'RECONCILE'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           DISPLAY 'STATEMENT DATE: ' WS-STMT-DATE
               ' DETAIL LINES HELD: ' WS-LIN-COUNT.
       2000-LOAD-STATEMENT-END. EXIT.

       2100-READ-STATEMENT.
           READ I-BSTM-PS
               AT END
                   MOVE 10 TO WS-FS-BSTM
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   EVALUATE I-BSTM-REC-TYPE
                   WHEN 'HD'
                       PERFORM 2200-TAKE-HEADER
                           THRU 2200-TAKE-HEADER-END
                   WHEN 'DT'
                       PERFORM 2300-TAKE-DETAIL
                           THRU 2300-TAKE-DETAIL-END
                   WHEN 'TR'
                       PERFORM 2400-TAKE-TRAILER
                           THRU 2400-TAKE-TRAILER-END
                   WHEN OTHER
                       DISPLAY 'UNKNOWN STATEMENT RECORD TYPE: '
                           I-BSTM-REC-TYPE
                       ADD 1 TO WS-REJECT-COUNT
                   END-EVALUATE
           END-READ.
       2100-READ-STATEMENT-END. EXIT.

       2200-TAKE-HEADER.
           MOVE I-BSTM-H-ACCOUNT TO WS-CUR-ACCOUNT
           PERFORM 2500-FIND-ACCOUNT
           IF WS-ACT-IDX = 0
               DISPLAY 'STATEMENT FOR AN ACCOUNT NOT OURS: '
                   I-BSTM-H-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
               SET WS-DAY-BROKEN TO TRUE
               GO TO 2200-TAKE-HEADER-END
           END-IF
           IF WS-STMT-DATE = SPACES
               MOVE I-BSTM-H-STMT-DATE TO WS-STMT-DATE
           END-IF
           IF I-BSTM-H-STMT-DATE NOT = WS-STMT-DATE
               DISPLAY 'STATEMENT DATE ' I-BSTM-H-STMT-DATE
                   ' ON ACCOUNT ' I-BSTM-H-ACCOUNT
                   ' DIFFERS FROM ' WS-STMT-DATE
               SET WS-DAY-BROKEN TO TRUE
           END-IF
           IF I-BSTM-H-OPEN-BAL NOT NUMERIC
               DISPLAY 'NON-NUMERIC OPENING BALANCE ON ACCOUNT '
                   I-BSTM-H-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
               SET WS-DAY-BROKEN TO TRUE
               GO TO 2200-TAKE-HEADER-END
           END-IF
           MOVE 'Y' TO WS-ACT-HDR-SW(WS-ACT-IDX)
           IF I-BSTM-H-OPEN-SIGN = '-'
               COMPUTE WS-ACT-OPEN-BAL(WS-ACT-IDX) =
                   0 - I-BSTM-H-OPEN-BAL
           ELSE
               MOVE I-BSTM-H-OPEN-BAL TO WS-ACT-OPEN-BAL(WS-ACT-IDX)
           END-IF.
       2200-TAKE-HEADER-END. EXIT.

      * A LINE ON AN ACCOUNT THAT IS NOT OURS CANNOT BE MATCHED, SO IT
      * GOES STRAIGHT OUT AS BANK-ONLY
       2300-TAKE-DETAIL.
           IF (I-BSTM-D-AMOUNT NOT NUMERIC) OR
              ((I-BSTM-D-DRCR NOT = 'CR') AND
               (I-BSTM-D-DRCR NOT = 'DR'))
               DISPLAY 'UNREADABLE STATEMENT LINE ON ACCOUNT '
                   I-BSTM-D-ACCOUNT ' REF ' I-BSTM-D-REFERENCE
               ADD 1 TO WS-REJECT-COUNT
               SET WS-DAY-BROKEN TO TRUE
               GO TO 2300-TAKE-DETAIL-END
           END-IF
           IF I-BSTM-D-DRCR = 'CR'
               MOVE I-BSTM-D-AMOUNT TO WS-LINE-AMT
           ELSE
               COMPUTE WS-LINE-AMT = 0 - I-BSTM-D-AMOUNT
           END-IF
           MOVE I-BSTM-D-ACCOUNT TO WS-CUR-ACCOUNT
           PERFORM 2500-FIND-ACCOUNT
           IF WS-ACT-IDX = 0
               MOVE 'BANKONLY'          TO WS-ITM-REASON
               MOVE 'UNKNOWN'           TO WS-ITM-USE
               MOVE I-BSTM-D-REFERENCE  TO WS-ITM-REFERENCE
               MOVE 'BANK'              TO WS-ITM-SOURCE
               MOVE I-BSTM-D-VALUE-DATE TO WS-ITM-VALUE-DATE
               MOVE WS-LINE-AMT         TO WS-ITM-AMOUNT
               PERFORM 4100-WRITE-ITEM-LINE
               ADD 1 TO WS-BANK-ONLY-COUNT
               SET WS-DAY-BROKEN TO TRUE
               GO TO 2300-TAKE-DETAIL-END
           END-IF
           IF WS-LIN-COUNT >= WS-LIN-MAX
               DISPLAY 'STATEMENT HAS MORE THAN ' WS-LIN-MAX
                   ' LINES - RECONCILIATION NOT ATTEMPTED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           ADD 1 TO WS-LIN-COUNT
           MOVE WS-ACT-IDX          TO WS-LIN-ACT-IDX(WS-LIN-COUNT)
           MOVE I-BSTM-D-VALUE-DATE TO WS-LIN-VALUE-DATE(WS-LIN-COUNT)
           MOVE WS-LINE-AMT         TO WS-LIN-AMOUNT(WS-LIN-COUNT)
           MOVE I-BSTM-D-REFERENCE  TO WS-LIN-REFERENCE(WS-LIN-COUNT)
           MOVE 'N'                 TO WS-LIN-MATCH-SW(WS-LIN-COUNT)
           ADD 1 TO WS-ACT-LINE-COUNT(WS-ACT-IDX)
           IF WS-LINE-AMT > 0
               ADD WS-LINE-AMT TO WS-ACT-CREDITS(WS-ACT-IDX)
           ELSE
               SUBTRACT WS-LINE-AMT FROM WS-ACT-DEBITS(WS-ACT-IDX)
           END-IF.
       2300-TAKE-DETAIL-END. EXIT.

       2400-TAKE-TRAILER.
           MOVE I-BSTM-T-ACCOUNT TO WS-CUR-ACCOUNT
           PERFORM 2500-FIND-ACCOUNT
           IF WS-ACT-IDX = 0
               DISPLAY 'TRAILER FOR AN ACCOUNT NOT OURS: '
                   I-BSTM-T-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2400-TAKE-TRAILER-END
           END-IF
           IF (I-BSTM-T-CLOSE-BAL NOT NUMERIC) OR
              (I-BSTM-T-LINE-COUNT NOT NUMERIC)
               DISPLAY 'NON-NUMERIC TRAILER ON ACCOUNT '
                   I-BSTM-T-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2400-TAKE-TRAILER-END
           END-IF
           MOVE 'Y' TO WS-ACT-TRL-SW(WS-ACT-IDX)
           MOVE I-BSTM-T-LINE-COUNT TO WS-ACT-TRL-COUNT(WS-ACT-IDX)
           IF I-BSTM-T-CLOSE-SIGN = '-'
               COMPUTE WS-ACT-CLOSE-BAL(WS-ACT-IDX) =
                   0 - I-BSTM-T-CLOSE-BAL
           ELSE
               MOVE I-BSTM-T-CLOSE-BAL TO WS-ACT-CLOSE-BAL(WS-ACT-IDX)
           END-IF.
       2400-TAKE-TRAILER-END. EXIT.

       2500-FIND-ACCOUNT.
           EVALUATE WS-CUR-ACCOUNT
           WHEN WS-ACT-NUMBER(1)
               MOVE 1 TO WS-ACT-IDX
           WHEN WS-ACT-NUMBER(2)
               MOVE 2 TO WS-ACT-IDX
           WHEN WS-ACT-NUMBER(3)
               MOVE 3 TO WS-ACT-IDX
           WHEN OTHER
               MOVE 0 TO WS-ACT-IDX
           END-EVALUATE.
       2500-FIND-ACCOUNT-END. EXIT.

      ******************************************************************
      * 3000-MATCH-BOOK-ITEMS: EACH BOOKED ITEM TAKES THE FIRST LINE   *
      * NOT YET MATCHED ON THE SAME ACCOUNT WITH THE SAME SIGNED       *
      * AMOUNT AND REFERENCE AND A VALUE DATE OF THE STATEMENT DATE.   *
      * ONE WITH NO SUCH LINE IS LISTED BOOK-ONLY.                     *
      ******************************************************************
       3000-MATCH-BOOK-ITEMS.
           EXEC SQL OPEN CURSOR_BOOK END-EXEC
           MOVE '3000-MATCH-BOOK-ITEMS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_BOOK INTO
                        :WS-BK-USE
                       ,:WS-BK-REFERENCE
                       ,:WS-BK-SOURCE
                       ,:WS-BK-AMOUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-MATCH-BOOK-ITEMS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3100-MATCH-ONE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_BOOK END-EXEC.
       3000-MATCH-BOOK-ITEMS-END. EXIT.

       3100-MATCH-ONE.
           ADD 1 TO WS-BOOK-COUNT
           EVALUATE WS-BK-USE
           WHEN 'PREMIUM'
               MOVE 1 TO WS-ACT-IDX
           WHEN 'AUTOPAY'
               MOVE 2 TO WS-ACT-IDX
           WHEN OTHER
               MOVE 3 TO WS-ACT-IDX
           END-EVALUATE
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-LIN-IDX
           PERFORM UNTIL WS-LIN-IDX > WS-LIN-COUNT OR WS-LINE-FOUND
               IF (WS-LIN-MATCH-SW(WS-LIN-IDX) = 'N') AND
                  (WS-LIN-ACT-IDX(WS-LIN-IDX) = WS-ACT-IDX) AND
                  (WS-LIN-AMOUNT(WS-LIN-IDX) = WS-BK-AMOUNT) AND
                  (WS-LIN-REFERENCE(WS-LIN-IDX) = WS-BK-REFERENCE) AND
                  (WS-LIN-VALUE-DATE(WS-LIN-IDX) = WS-STMT-DATE)
                   MOVE 'Y' TO WS-LIN-MATCH-SW(WS-LIN-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-LIN-IDX
               END-IF
           END-PERFORM
           IF WS-LINE-FOUND
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-ACT-MATCH-CNT(WS-ACT-IDX)
               ADD WS-BK-AMOUNT TO WS-ACT-MATCH-AMT(WS-ACT-IDX)
           ELSE
               MOVE 'BOOKONLY'      TO WS-ITM-REASON
               MOVE WS-BK-USE       TO WS-ITM-USE
               MOVE WS-BK-REFERENCE TO WS-ITM-REFERENCE
               MOVE WS-BK-SOURCE    TO WS-ITM-SOURCE
               MOVE WS-STMT-DATE    TO WS-ITM-VALUE-DATE
               MOVE WS-BK-AMOUNT    TO WS-ITM-AMOUNT
               PERFORM 4100-WRITE-ITEM-LINE
               ADD 1 TO WS-BOOK-ONLY-COUNT
               ADD 1 TO WS-ACT-BOOKX-CNT(WS-ACT-IDX)
               ADD WS-BK-AMOUNT TO WS-ACT-BOOKX-AMT(WS-ACT-IDX)
           END-IF.
       3100-MATCH-ONE-END. EXIT.

       4000-LIST-BANK-ONLY.
           MOVE 1 TO WS-LIN-IDX
           PERFORM UNTIL WS-LIN-IDX > WS-LIN-COUNT
               IF WS-LIN-MATCH-SW(WS-LIN-IDX) = 'N'
                   MOVE WS-LIN-ACT-IDX(WS-LIN-IDX) TO WS-ACT-IDX
                   MOVE 'BANKONLY'              TO WS-ITM-REASON
                   MOVE WS-ACT-USE(WS-ACT-IDX)  TO WS-ITM-USE
                   MOVE WS-LIN-REFERENCE(WS-LIN-IDX)
                       TO WS-ITM-REFERENCE
                   MOVE 'BANK'                  TO WS-ITM-SOURCE
                   MOVE WS-LIN-VALUE-DATE(WS-LIN-IDX)
                       TO WS-ITM-VALUE-DATE
                   MOVE WS-LIN-AMOUNT(WS-LIN-IDX) TO WS-ITM-AMOUNT
                   PERFORM 4100-WRITE-ITEM-LINE
                   ADD 1 TO WS-BANK-ONLY-COUNT
                   ADD 1 TO WS-ACT-BANKX-CNT(WS-ACT-IDX)
                   ADD WS-LIN-AMOUNT(WS-LIN-IDX)
                       TO WS-ACT-BANKX-AMT(WS-ACT-IDX)
               END-IF
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       4000-LIST-BANK-ONLY-END. EXIT.

       4100-WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO O-BREC-REC
           WRITE O-BREC-REC.
       4100-WRITE-ITEM-LINE-END. EXIT.

      ******************************************************************
      * 5000-PRINT-PROOF: ONE BLOCK PER ACCOUNT. THE BANK'S OWN        *
      * ARITHMETIC (OPENING + CREDITS - DEBITS = STATED CLOSING, AND   *
      * THE TRAILER'S LINE COUNT) MUST HOLD, AND THE DAY'S ACTIVITY IS *
      * SPLIT INTO MATCHED, BANK-ONLY AND BOOK-ONLY SO TREASURY CAN    *
      * SEE WHAT STANDS BETWEEN THE BANK AND OUR BOOKS. A BROKEN OR    *
      * MISSING STATEMENT ENDS RC=8; OPEN ITEMS ALONE END RC=4.        *
      ******************************************************************
       5000-PRINT-PROOF.
           MOVE ' ' TO O-BREC-REC
           WRITE O-BREC-REC
           MOVE '*** BANK STATEMENT RECONCILIATION - BALANCE PROOF ***'
               TO O-BREC-REC
           WRITE O-BREC-REC
           MOVE 1 TO WS-ACT-IDX
           PERFORM UNTIL WS-ACT-IDX > 3
               PERFORM 5100-PROVE-ONE-ACCOUNT
               ADD 1 TO WS-ACT-IDX
           END-PERFORM
           IF WS-DAY-BROKEN
               MOVE '*** BANK DOES NOT PROVE - TREASURY HOLD ***'
                   TO O-BREC-REC
               WRITE O-BREC-REC
               DISPLAY 'BANK RECONCILIATION BREAK - ENDING RC=8'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OPEN-ITEMS
                   MOVE '*** BANK PROVES - OPEN ITEMS TO CLEAR ***'
                       TO O-BREC-REC
                   WRITE O-BREC-REC
                   DISPLAY 'BANK PROVES WITH OPEN ITEMS - ENDING RC=4'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE '*** BANK PROVES - ALL ACCOUNTS RECONCILED ***'
                       TO O-BREC-REC
                   WRITE O-BREC-REC
                   DISPLAY 'BANK RECONCILIATION IN BALANCE'
               END-IF
           END-IF.
       5000-PRINT-PROOF-END. EXIT.

       5100-PROVE-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-BREAK-SW
           MOVE ' ' TO O-BREC-REC
           WRITE O-BREC-REC
           MOVE WS-ACT-NUMBER(WS-ACT-IDX) TO WS-AHD-ACCOUNT
           MOVE WS-ACT-USE(WS-ACT-IDX)    TO WS-AHD-USE
           MOVE WS-STMT-DATE              TO WS-AHD-DATE
           MOVE WS-ACCT-HEAD-LINE TO O-BREC-REC
           WRITE O-BREC-REC
           IF (WS-ACT-HDR-SW(WS-ACT-IDX) NOT = 'Y') OR
              (WS-ACT-TRL-SW(WS-ACT-IDX) NOT = 'Y')
               MOVE '  NO COMPLETE STATEMENT RECEIVED - BREAK'
                   TO O-BREC-REC
               WRITE O-BREC-REC
               SET WS-DAY-BROKEN TO TRUE
               SET WS-ACCT-BROKEN TO TRUE
           END-IF
           MOVE 'OPENING BALANCE (BANK)        ' TO WS-PRF-LABEL
           MOVE WS-ACT-OPEN-BAL(WS-ACT-IDX) TO WS-PRF-AMOUNT
           MOVE SPACES TO WS-PRF-FLAG
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE 'PLUS CREDITS (BANK)           ' TO WS-PRF-LABEL
           MOVE WS-ACT-CREDITS(WS-ACT-IDX) TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE 'LESS DEBITS (BANK)            ' TO WS-PRF-LABEL
           MOVE WS-ACT-DEBITS(WS-ACT-IDX) TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           COMPUTE WS-COMPUTED-CLOSE =
               WS-ACT-OPEN-BAL(WS-ACT-IDX)
             + WS-ACT-CREDITS(WS-ACT-IDX)
             - WS-ACT-DEBITS(WS-ACT-IDX)
           MOVE 'COMPUTED CLOSING BALANCE      ' TO WS-PRF-LABEL
           MOVE WS-COMPUTED-CLOSE TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE 'STATED CLOSING BALANCE (BANK) ' TO WS-PRF-LABEL
           MOVE WS-ACT-CLOSE-BAL(WS-ACT-IDX) TO WS-PRF-AMOUNT
           IF WS-ACT-CLOSE-BAL(WS-ACT-IDX) NOT = WS-COMPUTED-CLOSE
               MOVE 'BREAK' TO WS-PRF-FLAG
               SET WS-DAY-BROKEN TO TRUE
               SET WS-ACCT-BROKEN TO TRUE
           END-IF
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE 'STATEMENT LINES (TRAILER)     ' TO WS-PRF-LABEL
           MOVE WS-ACT-TRL-COUNT(WS-ACT-IDX) TO WS-PRF-AMOUNT
           MOVE SPACES TO WS-PRF-FLAG
           IF WS-ACT-TRL-COUNT(WS-ACT-IDX) NOT =
              WS-ACT-LINE-COUNT(WS-ACT-IDX)
               MOVE 'BREAK' TO WS-PRF-FLAG
               SET WS-DAY-BROKEN TO TRUE
               SET WS-ACCT-BROKEN TO TRUE
           END-IF
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE SPACES TO WS-PRF-FLAG
           MOVE 'NET MATCHED TO OUR BOOKS      ' TO WS-PRF-LABEL
           MOVE WS-ACT-MATCH-AMT(WS-ACT-IDX) TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE 'NET BANK-ONLY ITEMS           ' TO WS-PRF-LABEL
           MOVE WS-ACT-BANKX-AMT(WS-ACT-IDX) TO WS-PRF-AMOUNT
           IF WS-ACT-BANKX-CNT(WS-ACT-IDX) > 0
               MOVE 'OPEN' TO WS-PRF-FLAG
               SET WS-OPEN-ITEMS TO TRUE
           END-IF
           PERFORM 5200-WRITE-PROOF-LINE
           MOVE SPACES TO WS-PRF-FLAG
           MOVE 'NET BOOK-ONLY ITEMS           ' TO WS-PRF-LABEL
           MOVE WS-ACT-BOOKX-AMT(WS-ACT-IDX) TO WS-PRF-AMOUNT
           IF WS-ACT-BOOKX-CNT(WS-ACT-IDX) > 0
               MOVE 'OPEN' TO WS-PRF-FLAG
               SET WS-OPEN-ITEMS TO TRUE
           END-IF
           PERFORM 5200-WRITE-PROOF-LINE
      * OUR BOOKED DAY = WHAT MATCHED PLUS WHAT ONLY WE HAVE; THE
      * CLOSING WE SHOULD SEE IS THE OPENING PLUS THAT
           COMPUTE WS-BOOK-NET =
               WS-ACT-MATCH-AMT(WS-ACT-IDX)
             + WS-ACT-BOOKX-AMT(WS-ACT-IDX)
           MOVE SPACES TO WS-PRF-FLAG
           MOVE 'NET BOOKED FOR THE DAY        ' TO WS-PRF-LABEL
           MOVE WS-BOOK-NET TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           COMPUTE WS-BOOK-NET =
               WS-ACT-OPEN-BAL(WS-ACT-IDX) + WS-BOOK-NET
           MOVE 'BOOK CLOSING BALANCE          ' TO WS-PRF-LABEL
           MOVE WS-BOOK-NET TO WS-PRF-AMOUNT
           PERFORM 5200-WRITE-PROOF-LINE
           IF WS-ACCT-BROKEN
               MOVE '  SIGN-OFF: HOLD - STATEMENT DOES NOT PROVE'
                   TO O-BREC-REC
           ELSE
               IF (WS-ACT-BANKX-CNT(WS-ACT-IDX) > 0) OR
                  (WS-ACT-BOOKX-CNT(WS-ACT-IDX) > 0)
                   MOVE '  SIGN-OFF: PROVES - OPEN ITEMS LISTED ABOVE'
                       TO O-BREC-REC
               ELSE
                   MOVE '  SIGN-OFF: PROVES AND FULLY RECONCILED'
                       TO O-BREC-REC
               END-IF
           END-IF
           WRITE O-BREC-REC.
       5100-PROVE-ONE-ACCOUNT-END. EXIT.

       5200-WRITE-PROOF-LINE.
           MOVE WS-PROOF-LINE TO O-BREC-REC
           WRITE O-BREC-REC.
       5200-WRITE-PROOF-LINE-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMBREC - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'STATEMENT RECORDS READ . . : ' WS-READ-COUNT
           DISPLAY 'STATEMENT RECORDS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'BOOK ITEMS FOR THE DATE. . : ' WS-BOOK-COUNT
           DISPLAY 'MATCHED. . . . . . . . . . : ' WS-MATCH-COUNT
           DISPLAY 'BANK-ONLY ITEMS. . . . . . : ' WS-BANK-ONLY-COUNT
           DISPLAY 'BOOK-ONLY ITEMS. . . . . . : ' WS-BOOK-ONLY-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-BREC-PS
           DISPLAY 'PGMBREC - BANK STATEMENT RECONCILIATION COMPLETE'
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
           MOVE 'PGMBREC'       TO HV-ERL-PROGRAM-ID
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
