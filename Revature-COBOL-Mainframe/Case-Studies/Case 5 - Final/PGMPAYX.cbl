       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAYX.
      *   PROGRAM NAME: DAILY PAYOUT PAYMENT AND POSITIVE-PAY FILES
      *   INPUT: JCL PARM (OUR DISBURSEMENT ACCOUNT NUMBER, REQUIRED),
      *       TB_DISBURSEMENTS, TB_PAYEE_BANK_ACCOUNTS,
      *       TB_POLICY_HOLDER_DETAILS, TB_PAYMENT_ISSUES,
      *       TB_SANCTIONS_LIST
      *   OUTPUT: ACH CREDIT FILE AS: OUTACH,
      *       CHEQUE-PRINT FILE AS: OUTCHQ,
      *       POSITIVE-PAY ISSUE FILE AS: OUTPPAY,
      *       TB_PAYMENT_ISSUES, TB_ID_CONTROL ('CHQ '),
      *       TB_SANCTION_HITS, TB_DISBURSEMENTS (COMPHOLD)
      *   DESCRIPTION: PGMDISB AND THE ON-LINE PAYOUT PATHS WRITE
      *       ISSUED TB_DISBURSEMENTS ROWS AND PGMCLRD MATCHES WHAT
      *       CLEARS, BUT NOTHING TOLD THE BANK WHAT TO PAY - EVERY
      *       PAYOUT WAS KEYED INTO THE BANK PORTAL BY HAND. THIS
      *       DAILY RUN TAKES EVERY ISSUED PAYOUT NOT YET SENT. A
      *       PAYEE WITH AN ACTIVE TB_PAYEE_BANK_ACCOUNTS ROW AND A USD
      *       PAYOUT GOES ON THE ACH CREDIT FILE; EVERYONE ELSE GETS A
      *       CHEQUE - A NUMBERED CHEQUE-PRINT RECORD PLUS A
      *       POSITIVE-PAY ISSUE RECORD, SO THE BANK REJECTS ANY
      *       CHEQUE WE DID NOT ISSUE. A CHEQUE SENT EARLIER AND SINCE
      *       VOIDED GOES OUT ON THE POSITIVE-PAY FILE AS A
      *       CANCELLATION. EACH ITEM SENT IS LOGGED IN
      *       TB_PAYMENT_ISSUES SO A RERUN NEVER SENDS IT TWICE.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - LAST SANCTIONS GATE BEFORE MONEY MOVES: EVERY
      *                    PAYEE IS SCREENED AGAINST THE WATCHLIST AND
      *                    A PAYOUT WITH AN UNCLEARED HIT IS HELD
      *                    'COMPHOLD' INSTEAD OF SENT (2050)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-ACH-PS ASSIGN TO OUTACH
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACH.
           SELECT O-CHQ-PS ASSIGN TO OUTCHQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CHQ.
           SELECT O-PPAY-PS ASSIGN TO OUTPPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-PPAY.
       DATA DIVISION.
       FILE SECTION.
      * ACH CREDITS - 'HD' HEADER, ONE 'DT' PER PAYOUT, 'TR' TRAILER
      * WITH THE ENTRY COUNT, TOTAL AND ROUTING-NUMBER ENTRY HASH
       FD O-ACH-PS.
       01 O-ACH-HDR-REC.
           05 O-ACH-REC-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-ACH-HDR-DATE      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-ACH-HDR-ORIG-ACCT PIC X(17).
           05 FILLER              PIC X(69).
       01 O-ACH-DTL-REC.
           05 O-ACH-DTL-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-DISB-ID   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-ROUTING   PIC X(09).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-ACCOUNT   PIC X(17).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-ACCT-TYPE PIC X(01).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-AMOUNT    PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-PAYEE     PIC X(20).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-POL-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-ACH-DTL-SOURCE    PIC X(03).
           05 FILLER              PIC X(13).
       01 O-ACH-TRL-REC.
           05 O-ACH-TRL-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-ACH-TRL-COUNT     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-ACH-TRL-TOTAL     PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-ACH-TRL-HASH      PIC 9(10).
           05 FILLER              PIC X(67).
      * CHEQUE PRINT - ONE RECORD PER CHEQUE, MAILED TO THE ADDRESS ON
      * THE POLICY
       FD O-CHQ-PS.
       01 O-CHQ-REC.
           05 O-CHQ-CHEQUE-NO     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CHQ-ISSUE-DATE    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CHQ-PAYEE         PIC X(20).
           05 FILLER              PIC X(01).
           05 O-CHQ-AMOUNT        PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CHQ-CURRENCY      PIC X(03).
           05 FILLER              PIC X(01).
           05 O-CHQ-ADDRESS       PIC X(40).
           05 FILLER              PIC X(01).
           05 O-CHQ-POL-ID        PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CHQ-DISB-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CHQ-SOURCE        PIC X(03).
           05 FILLER              PIC X(09).
      * POSITIVE PAY - 'I' ISSUE OR 'V' VOID PER CHEQUE, 'T' TRAILER
       FD O-PPAY-PS.
       01 O-PPAY-REC.
           05 O-PPAY-REC-TYPE     PIC X(01).
           05 FILLER              PIC X(01).
           05 O-PPAY-ACCOUNT      PIC X(17).
           05 FILLER              PIC X(01).
           05 O-PPAY-CHEQUE-NO    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-PPAY-AMOUNT       PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-PPAY-ISSUE-DATE   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-PPAY-PAYEE        PIC X(20).
           05 FILLER              PIC X(30).
       01 O-PPAY-TRL-REC.
           05 O-PPAY-TRL-TYPE     PIC X(01).
           05 FILLER              PIC X(01).
           05 O-PPAY-TRL-ACCOUNT  PIC X(17).
           05 FILLER              PIC X(01).
           05 O-PPAY-TRL-ISSUES   PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-PPAY-TRL-ISS-AMT  PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-PPAY-TRL-VOIDS    PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-PPAY-TRL-VOID-AMT PIC 9(11).
           05 FILLER              PIC X(41).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-ACH         PIC 9(02).
                   88 FS-ACH-SUCC   VALUE 00.
               10 WS-FS-CHQ         PIC 9(02).
                   88 FS-CHQ-SUCC   VALUE 00.
               10 WS-FS-PPAY        PIC 9(02).
                   88 FS-PPAY-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-OUR-ACCOUNT        PIC X(17) VALUE SPACES.
           05 WS-RUN-DATE           PIC X(10).
           05 WS-COUNTERS.
               10 WS-ACH-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-ACH-AMT        PIC 9(11) VALUE ZEROES.
               10 WS-ACH-HASH       PIC 9(10) VALUE ZEROES.
               10 WS-CHQ-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-CHQ-AMT        PIC 9(11) VALUE ZEROES.
               10 WS-VOID-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-VOID-AMT       PIC 9(11) VALUE ZEROES.
               10 WS-HELD-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-WORK-VARS.
               10 WS-PAY-ROUTING    PIC X(09).
               10 WS-PAY-ROUTING-N  REDEFINES WS-PAY-ROUTING.
                   15 WS-PAY-ROUTE-8    PIC 9(08).
                   15 WS-PAY-ROUTE-CHK  PIC 9(01).
               10 WS-PAY-ACCOUNT    PIC X(17).
               10 WS-PAY-ACCT-TYPE  PIC X(01).
               10 WS-CHQ-NBR        PIC 9(10).
      * SANCTIONS SCREENING - THE PARTY BEING SCREENED, THE MATCH
      * KEYS BUILT FROM ITS NAME AND THE SOUNDEX WORK AREAS
           05 WS-SNC-VARS.
               10 WS-SNC-PARTY-TYPE PIC X(03).
               10 WS-SNC-POL-ID     PIC X(10).
               10 WS-SNC-NAME       PIC X(40).
               10 WS-SNC-DOB        PIC X(10).
               10 WS-SNC-SOURCE-REF PIC X(10).
               10 WS-SNC-PRIOR-STAT PIC X(09).
               10 WS-SNC-RAISED-BY  PIC X(10).
               10 WS-SNC-BLOCK-SW   PIC X(01).
                   88 WS-SNC-BLOCKED VALUE 'Y'.
               10 WS-SNC-NEW-HITS   PIC S9(04) COMP.
               10 WS-SNC-KEY        PIC X(40).
               10 WS-SNC-FIRST-CODE PIC X(04).
               10 WS-SNC-LAST-CODE  PIC X(04).
               10 WS-SNC-FIRST-TOK  PIC X(20).
               10 WS-SNC-TOKEN      PIC X(20).
               10 WS-SNC-TOK-CNT    PIC S9(04) COMP.
               10 WS-SNC-TOK-LEN    PIC S9(04) COMP.
               10 WS-SNC-KEY-LEN    PIC S9(04) COMP.
               10 WS-SNC-IDX        PIC S9(04) COMP.
               10 WS-SNC-CHAR       PIC X(01).
               10 WS-SNC-IN-WORD-SW PIC X(01).
               10 WS-SNC-SDX-IN     PIC X(20).
               10 WS-SNC-SDX-OUT    PIC X(04).
               10 WS-SNC-SDX-LEN    PIC S9(04) COMP.
               10 WS-SNC-SDX-POS    PIC S9(04) COMP.
               10 WS-SNC-ALPHA-POS  PIC S9(04) COMP.
               10 WS-SNC-SDX-PREV   PIC X(01).
               10 WS-SNC-SDX-DIGIT  PIC X(01).
               10 WS-SNC-ENTRY-ID   PIC X(10).
               10 WS-SNC-RULE       PIC X(04).
               10 WS-SNC-HIT-NBR    PIC 9(08).
               10 WS-SNC-UPPER      PIC X(26) VALUE
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               10 WS-SNC-LOWER      PIC X(26) VALUE
                  'abcdefghijklmnopqrstuvwxyz'.
      * SOUNDEX DIGIT OF EACH LETTER, POSITION FOR POSITION WITH
      * WS-SNC-UPPER - '0' FOR THE VOWELS AND H, W, Y
               10 WS-SNC-CODES      PIC X(26) VALUE
                  '01230120022455012623010202'.
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
               INCLUDE TBPAYBNK
           END-EXEC.
           EXEC SQL
               INCLUDE TBPAYISS
           END-EXEC.
           EXEC SQL
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSANCT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSNHIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * WATCHLIST ENTRIES MATCHING THE PARTY IN WS-SNC-VARS - THE SAME
      * SQUEEZED NAME, OR THE SAME SOUNDEX FIRST AND LAST WORD EITHER
      * WAY ROUND - UNLESS BOTH SIDES HAVE A DATE OF BIRTH AND THEY
      * DISAGREE. A LIST ENTRY WITH ONLY A YEAR MATCHES ON THE YEAR.
           EXEC SQL
               DECLARE CURSOR_SNCM CURSOR FOR
                 SELECT
                    ENTRY_ID
                   ,CASE WHEN MATCH_KEY = :WS-SNC-KEY
                         THEN 'NAME' ELSE 'PHON' END
                 FROM TB_SANCTIONS_LIST
                 WHERE (MATCH_KEY = :WS-SNC-KEY
                        OR (FIRST_CODE = :WS-SNC-FIRST-CODE
                            AND LAST_CODE = :WS-SNC-LAST-CODE)
                        OR (FIRST_CODE = :WS-SNC-LAST-CODE
                            AND LAST_CODE = :WS-SNC-FIRST-CODE))
                   AND (LIST_DOB = ' '
                        OR :WS-SNC-DOB = ' '
                        OR LIST_DOB = :WS-SNC-DOB
                        OR (SUBSTR(LIST_DOB, 5, 6) = ' '
                            AND SUBSTR(LIST_DOB, 1, 4) =
                                SUBSTR(:WS-SNC-DOB, 1, 4)))
                 ORDER BY ENTRY_ID
           END-EXEC.
      * EVERY ISSUED PAYOUT THE BANK HAS NOT BEEN SENT YET, WITH THE
      * PAYEE'S ACTIVE BANK ACCOUNT (IF ANY) AND THE POLICY ADDRESS
      * FOR A CHEQUE. 'PENDAPPR' ROWS WAIT FOR THEIR SUPERVISOR.
           EXEC SQL
               DECLARE CURSOR_PAYX CURSOR FOR
                 SELECT
                    D.DISB_ID
                   ,D.SOURCE_TYPE
                   ,D.POL_ID
                   ,D.PAYEE_NAME
                   ,D.AMOUNT
                   ,COALESCE(D.CURRENCY_CODE, 'USD')
                   ,COALESCE(K.ROUTING_NO, ' ')
                   ,COALESCE(K.ACCOUNT_NO, ' ')
                   ,COALESCE(K.ACCOUNT_TYPE, ' ')
                   ,COALESCE(B.ADDRESS, ' ')
                 FROM
                   TB_DISBURSEMENTS D
                   LEFT JOIN
                   TB_PAYEE_BANK_ACCOUNTS K
                   ON  K.POL_ID      = D.POL_ID
                   AND K.PAYEE_NAME  = D.PAYEE_NAME
                   AND K.ACCT_STATUS = 'ACTIVE'
                   LEFT JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = D.POL_ID
                 WHERE D.DISB_STATUS = 'ISSUED'
                   AND NOT EXISTS
                       (SELECT 1 FROM TB_PAYMENT_ISSUES P
                        WHERE P.DISB_ID = D.DISB_ID)
                 ORDER BY D.DISB_ID
           END-EXEC.
      * CHEQUES ALREADY ON A POSITIVE-PAY FILE THAT HAVE SINCE GONE
      * VOID AND WHOSE CANCELLATION HAS NOT BEEN SENT
           EXEC SQL
               DECLARE CURSOR_PAYV CURSOR FOR
                 SELECT
                    P.DISB_ID
                   ,P.CHEQUE_NO
                   ,CHAR(P.SENT_DATE, ISO)
                   ,D.PAYEE_NAME
                   ,D.AMOUNT
                 FROM
                   TB_PAYMENT_ISSUES P
                   JOIN
                   TB_DISBURSEMENTS D
                   ON D.DISB_ID = P.DISB_ID
                 WHERE P.PAY_METHOD  = 'CHK'
                   AND P.VOID_SENT_DATE IS NULL
                   AND D.DISB_STATUS = 'VOID'
                 ORDER BY P.CHEQUE_NO
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(17).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMPAYX - PAYOUT PAYMENT FILES STARTING'
      * EVERY POSITIVE-PAY RECORD CARRIES THE ACCOUNT THE CHEQUES ARE
      * DRAWN ON - WITHOUT IT THE BANK WOULD REJECT THE WHOLE FILE
           IF (LK-PARM-LEN > 0) AND (LK-PARM-TEXT NOT = SPACES)
               MOVE LK-PARM-TEXT TO WS-OUR-ACCOUNT
           ELSE
               DISPLAY 'PGMPAYX - PARM MUST BE OUR DISBURSEMENT ACCOUNT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'DISBURSEMENT ACCOUNT: ' WS-OUR-ACCOUNT
           PERFORM 1000-INIT
           PERFORM 2000-SEND-NEW-PAYOUTS
           PERFORM 3000-SEND-CHEQUE-VOIDS
           PERFORM 4000-WRITE-TRAILERS
           EXEC SQL COMMIT END-EXEC
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-ACH-PS
           IF FS-ACH-SUCC
               DISPLAY 'OPENED ACH CREDIT FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTACH. EC: ' WS-FS-ACH
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-CHQ-PS
           IF FS-CHQ-SUCC
               DISPLAY 'OPENED CHEQUE-PRINT FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTCHQ. EC: ' WS-FS-CHQ
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-PPAY-PS
           IF FS-PPAY-SUCC
               DISPLAY 'OPENED POSITIVE-PAY FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTPPAY. EC: ' WS-FS-PPAY
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-RUN-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE SPACES TO O-ACH-HDR-REC
           MOVE 'HD'           TO O-ACH-REC-TYPE
           MOVE WS-RUN-DATE    TO O-ACH-HDR-DATE
           MOVE WS-OUR-ACCOUNT TO O-ACH-HDR-ORIG-ACCT
           WRITE O-ACH-HDR-REC.
       1000-INIT-END. EXIT.

       2000-SEND-NEW-PAYOUTS.
           EXEC SQL OPEN CURSOR_PAYX END-EXEC
           MOVE '2000-SEND-NEW-PAYOUTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_PAYX INTO
                        :HV-DSB-DISB-ID
                       ,:HV-DSB-SOURCE-TYPE
                       ,:HV-DSB-POL-ID
                       ,:HV-DSB-PAYEE-NAME
                       ,:HV-DSB-AMOUNT
                       ,:HV-DSB-CURRENCY-CODE
                       ,:WS-PAY-ROUTING
                       ,:WS-PAY-ACCOUNT
                       ,:WS-PAY-ACCT-TYPE
                       ,:HV-HOL-ADDRESS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-SEND-NEW-PAYOUTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2050-SCREEN-PAYEE
      * ACH IS A DOMESTIC DOLLAR RAIL - A FOREIGN-CURRENCY PAYOUT OR
      * A ROUTING NUMBER THAT IS NOT NINE DIGITS GOES BY CHEQUE
                   EVALUATE TRUE
                   WHEN WS-SNC-BLOCKED
                       PERFORM 2060-HOLD-PAYOUT
                   WHEN (WS-PAY-ROUTING IS NUMERIC)
                        AND (WS-PAY-ACCOUNT NOT = SPACES)
                        AND (HV-DSB-CURRENCY-CODE = 'USD')
                       PERFORM 2100-WRITE-ACH-CREDIT
                   WHEN OTHER
                       PERFORM 2200-WRITE-CHEQUE
                   END-EVALUATE
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PAYX END-EXEC.
       2000-SEND-NEW-PAYOUTS-END. EXIT.

      ******************************************************************
      * 2050-SCREEN-PAYEE: WHATEVER PATH ISSUED THE PAYOUT - PGMDISB,  *
      * PGMPDEP OR ON-LINE - ITS PAYEE IS SCREENED AGAIN HERE, RIGHT   *
      * BEFORE THE MONEY GOES TO THE BANK, SO A NAME LISTED SINCE THE  *
      * ROW WAS WRITTEN IS STILL CAUGHT.                               *
      ******************************************************************
       2050-SCREEN-PAYEE.
           MOVE 'PAY'             TO WS-SNC-PARTY-TYPE
           MOVE HV-DSB-POL-ID     TO WS-SNC-POL-ID
           MOVE SPACES            TO WS-SNC-NAME
           IF HV-DSB-PAYEE-LEN > 0
               MOVE HV-DSB-PAYEE-TEXT(1:HV-DSB-PAYEE-LEN)
                   TO WS-SNC-NAME
           END-IF
           MOVE SPACES            TO WS-SNC-DOB
           MOVE HV-DSB-DISB-ID    TO WS-SNC-SOURCE-REF
           MOVE 'ISSUED'          TO WS-SNC-PRIOR-STAT
           MOVE 'PGMPAYX'         TO WS-SNC-RAISED-BY
           PERFORM HSNC-SCREEN-PARTY.
       2050-SCREEN-PAYEE-END. EXIT.

      * GUARDED ON ISSUED - A ROW VOIDED SINCE THE CURSOR READ IT IS
      * LEFT ALONE. EITHER WAY NOTHING GOES TO THE BANK FOR IT.
       2060-HOLD-PAYOUT.
           EXEC SQL
               UPDATE TB_DISBURSEMENTS
               SET DISB_STATUS = 'COMPHOLD'
                  ,STATUS_DATE = CURRENT DATE
               WHERE DISB_ID = :HV-DSB-DISB-ID
                 AND DISB_STATUS = 'ISSUED'
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               CONTINUE
           ELSE
               MOVE '2060-HOLD-PAYOUT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'PAYOUT ' HV-DSB-DISB-ID
                   ' PAYEE MATCHES THE SANCTIONS WATCHLIST - HELD '
                   'FOR COMPLIANCE REVIEW'
           END-IF.
       2060-HOLD-PAYOUT-END. EXIT.

       2100-WRITE-ACH-CREDIT.
           MOVE SPACES TO O-ACH-DTL-REC
           MOVE 'DT'               TO O-ACH-DTL-TYPE
           MOVE HV-DSB-DISB-ID     TO O-ACH-DTL-DISB-ID
           MOVE WS-PAY-ROUTING     TO O-ACH-DTL-ROUTING
           MOVE WS-PAY-ACCOUNT     TO O-ACH-DTL-ACCOUNT
           MOVE WS-PAY-ACCT-TYPE   TO O-ACH-DTL-ACCT-TYPE
           MOVE HV-DSB-AMOUNT      TO O-ACH-DTL-AMOUNT
           MOVE HV-DSB-PAYEE-TEXT  TO O-ACH-DTL-PAYEE
           MOVE HV-DSB-POL-ID      TO O-ACH-DTL-POL-ID
           MOVE HV-DSB-SOURCE-TYPE TO O-ACH-DTL-SOURCE
           WRITE O-ACH-DTL-REC
           ADD 1 TO WS-ACH-COUNT
           ADD HV-DSB-AMOUNT TO WS-ACH-AMT
      * THE ENTRY HASH IS THE SUM OF THE 8-DIGIT ROUTING PREFIXES,
      * KEPT TO ITS LOW-ORDER TEN DIGITS
           ADD WS-PAY-ROUTE-8 TO WS-ACH-HASH
           MOVE HV-DSB-DISB-ID TO HV-PIS-DISB-ID
           MOVE 'ACH'          TO HV-PIS-PAY-METHOD
           MOVE SPACES         TO HV-PIS-CHEQUE-NO
           EXEC SQL
               INSERT INTO TB_PAYMENT_ISSUES VALUES (
                :HV-PIS-DISB-ID
               ,:HV-PIS-PAY-METHOD
               ,NULL
               ,CURRENT DATE
               ,NULL
               )
           END-EXEC
           MOVE '2100-WRITE-ACH-CREDIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2100-WRITE-ACH-CREDIT-END. EXIT.

      ******************************************************************
      * 2200-WRITE-CHEQUE: NUMBER THE CHEQUE OFF TB_ID_CONTROL 'CHQ ', *
      * WRITE THE PRINT RECORD AND THE MATCHING POSITIVE-PAY ISSUE,    *
      * AND LOG IT. THE BANK PAYS ONLY A CHEQUE WHOSE NUMBER, AMOUNT   *
      * AND PAYEE MATCH AN ISSUE RECORD.                               *
      ******************************************************************
       2200-WRITE-CHEQUE.
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = 'CHQ '
           END-EXEC
           MOVE '2200-WRITE-CHEQUE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT LAST_NBR
               INTO :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = 'CHQ '
           END-EXEC
           MOVE '2200-WRITE-CHEQUE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-CHQ-NBR
           MOVE WS-CHQ-NBR      TO HV-PIS-CHEQUE-NO
           MOVE SPACES TO O-CHQ-REC
           MOVE HV-PIS-CHEQUE-NO     TO O-CHQ-CHEQUE-NO
           MOVE WS-RUN-DATE          TO O-CHQ-ISSUE-DATE
           MOVE HV-DSB-PAYEE-TEXT    TO O-CHQ-PAYEE
           MOVE HV-DSB-AMOUNT        TO O-CHQ-AMOUNT
           MOVE HV-DSB-CURRENCY-CODE TO O-CHQ-CURRENCY
           MOVE HV-HOL-ADDR-TEXT     TO O-CHQ-ADDRESS
           MOVE HV-DSB-POL-ID        TO O-CHQ-POL-ID
           MOVE HV-DSB-DISB-ID       TO O-CHQ-DISB-ID
           MOVE HV-DSB-SOURCE-TYPE   TO O-CHQ-SOURCE
           WRITE O-CHQ-REC
           MOVE SPACES TO O-PPAY-REC
           MOVE 'I'               TO O-PPAY-REC-TYPE
           MOVE WS-OUR-ACCOUNT    TO O-PPAY-ACCOUNT
           MOVE HV-PIS-CHEQUE-NO  TO O-PPAY-CHEQUE-NO
           MOVE HV-DSB-AMOUNT     TO O-PPAY-AMOUNT
           MOVE WS-RUN-DATE       TO O-PPAY-ISSUE-DATE
           MOVE HV-DSB-PAYEE-TEXT TO O-PPAY-PAYEE
           WRITE O-PPAY-REC
           ADD 1 TO WS-CHQ-COUNT
           ADD HV-DSB-AMOUNT TO WS-CHQ-AMT
           MOVE HV-DSB-DISB-ID TO HV-PIS-DISB-ID
           MOVE 'CHK'          TO HV-PIS-PAY-METHOD
           EXEC SQL
               INSERT INTO TB_PAYMENT_ISSUES VALUES (
                :HV-PIS-DISB-ID
               ,:HV-PIS-PAY-METHOD
               ,:HV-PIS-CHEQUE-NO
               ,CURRENT DATE
               ,NULL
               )
           END-EXEC
           MOVE '2200-WRITE-CHEQUE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER.
       2200-WRITE-CHEQUE-END. EXIT.

      ******************************************************************
      * 3000-SEND-CHEQUE-VOIDS: A CHEQUE VOIDED AFTER IT WENT OUT IS   *
      * CANCELLED ON THE POSITIVE-PAY FILE WITH ITS ORIGINAL NUMBER,   *
      * AMOUNT AND ISSUE DATE, SO THE BANK WILL NOT PAY IT IF IT IS    *
      * PRESENTED. A VOID BEFORE SENDING NEVER REACHED THE BANK AND    *
      * NEEDS NOTHING.                                                 *
      ******************************************************************
       3000-SEND-CHEQUE-VOIDS.
           EXEC SQL OPEN CURSOR_PAYV END-EXEC
           MOVE '3000-SEND-CHEQUE-VOIDS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_PAYV INTO
                        :HV-PIS-DISB-ID
                       ,:HV-PIS-CHEQUE-NO
                       ,:HV-PIS-SENT-DATE
                       ,:HV-DSB-PAYEE-NAME
                       ,:HV-DSB-AMOUNT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-SEND-CHEQUE-VOIDS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES TO O-PPAY-REC
                   MOVE 'V'               TO O-PPAY-REC-TYPE
                   MOVE WS-OUR-ACCOUNT    TO O-PPAY-ACCOUNT
                   MOVE HV-PIS-CHEQUE-NO  TO O-PPAY-CHEQUE-NO
                   MOVE HV-DSB-AMOUNT     TO O-PPAY-AMOUNT
                   MOVE HV-PIS-SENT-DATE  TO O-PPAY-ISSUE-DATE
                   MOVE HV-DSB-PAYEE-TEXT TO O-PPAY-PAYEE
                   WRITE O-PPAY-REC
                   ADD 1 TO WS-VOID-COUNT
                   ADD HV-DSB-AMOUNT TO WS-VOID-AMT
                   EXEC SQL
                       UPDATE TB_PAYMENT_ISSUES
                       SET VOID_SENT_DATE = CURRENT DATE
                       WHERE DISB_ID = :HV-PIS-DISB-ID
                   END-EXEC
                   MOVE '3000-SEND-CHEQUE-VOIDS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PAYV END-EXEC.
       3000-SEND-CHEQUE-VOIDS-END. EXIT.

       4000-WRITE-TRAILERS.
           MOVE SPACES TO O-ACH-TRL-REC
           MOVE 'TR'         TO O-ACH-TRL-TYPE
           MOVE WS-ACH-COUNT TO O-ACH-TRL-COUNT
           MOVE WS-ACH-AMT   TO O-ACH-TRL-TOTAL
           MOVE WS-ACH-HASH  TO O-ACH-TRL-HASH
           WRITE O-ACH-TRL-REC
           MOVE SPACES TO O-PPAY-TRL-REC
           MOVE 'T'            TO O-PPAY-TRL-TYPE
           MOVE WS-OUR-ACCOUNT TO O-PPAY-TRL-ACCOUNT
           MOVE WS-CHQ-COUNT   TO O-PPAY-TRL-ISSUES
           MOVE WS-CHQ-AMT     TO O-PPAY-TRL-ISS-AMT
           MOVE WS-VOID-COUNT  TO O-PPAY-TRL-VOIDS
           MOVE WS-VOID-AMT    TO O-PPAY-TRL-VOID-AMT
           WRITE O-PPAY-TRL-REC.
       4000-WRITE-TRAILERS-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMPAYX - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'ACH CREDITS SENT . . . . . : ' WS-ACH-COUNT
           DISPLAY 'ACH AMOUNT . . . . . . . . : ' WS-ACH-AMT
           DISPLAY 'CHEQUES ISSUED . . . . . . : ' WS-CHQ-COUNT
           DISPLAY 'CHEQUE AMOUNT. . . . . . . : ' WS-CHQ-AMT
           DISPLAY 'CHEQUE VOIDS SENT. . . . . : ' WS-VOID-COUNT
           DISPLAY 'VOIDED AMOUNT. . . . . . . : ' WS-VOID-AMT
           DISPLAY 'HELD FOR SANCTIONS REVIEW. : ' WS-HELD-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-ACH-PS
           CLOSE O-CHQ-PS
           CLOSE O-PPAY-PS
           DISPLAY 'PGMPAYX - PAYOUT PAYMENT FILES COMPLETE'
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
           MOVE 'PGMPAYX'       TO HV-ERL-PROGRAM-ID
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
      * HSNC-SCREEN-PARTY: CALLERS FILL WS-SNC-PARTY-TYPE ('HLD',      *
      * 'COH', 'NOM' OR 'PAY'), -POL-ID, -NAME, -DOB (SPACES WHEN NOT  *
      * KNOWN), -SOURCE-REF, -PRIOR-STAT AND -RAISED-BY, THEN TEST     *
      * WS-SNC-BLOCKED. EVERY WATCHLIST ENTRY THE PARTY MATCHES ENDS   *
      * UP ON TB_SANCTION_HITS AND THE PARTY IS BLOCKED WHILE ANY OF   *
      * THOSE HITS IS NOT CLEARED. WS-SNC-NEW-HITS COUNTS THE HITS     *
      * THIS CALL RAISED.                                              *
      ******************************************************************
       HSNC-SCREEN-PARTY.
           MOVE 'N' TO WS-SNC-BLOCK-SW
           MOVE ZEROES TO WS-SNC-NEW-HITS
           IF WS-SNC-DOB = LOW-VALUES
               MOVE SPACES TO WS-SNC-DOB
           END-IF
           PERFORM HSNC-BUILD-KEYS
           IF WS-SNC-KEY NOT = SPACES
               PERFORM HSNC-FETCH-MATCHES
           END-IF.
       HSNC-SCREEN-PARTY-END. EXIT.

      * EVERY LIST ENTRY THE PARTY MATCHES GOES TO HSNC-RAISE-HIT
       HSNC-FETCH-MATCHES.
           EXEC SQL OPEN CURSOR_SNCM END-EXEC
           MOVE 'HSNC-FETCH-MATCHES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_SNCM INTO
                        :WS-SNC-ENTRY-ID
                       ,:WS-SNC-RULE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE 'HSNC-FETCH-MATCHES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM HSNC-RAISE-HIT
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_SNCM END-EXEC.
       HSNC-FETCH-MATCHES-END. EXIT.

      * ONE MATCHED ENTRY: A PAIR ALREADY ON THE QUEUE BLOCKS UNLESS
      * COMPLIANCE CLEARED IT; A NEW PAIR IS QUEUED PENDING AND BLOCKS
       HSNC-RAISE-HIT.
           MOVE WS-SNC-POL-ID     TO HV-SNH-POL-ID
           MOVE WS-SNC-PARTY-TYPE TO HV-SNH-PARTY-TYPE
           MOVE WS-SNC-NAME       TO HV-SNH-PARTY-NAME
           MOVE WS-SNC-ENTRY-ID   TO HV-SNH-ENTRY-ID
           EXEC SQL
               SELECT HIT_STATUS INTO :HV-SNH-STATUS
               FROM TB_SANCTION_HITS
               WHERE POL_ID     = :HV-SNH-POL-ID
                 AND PARTY_TYPE = :HV-SNH-PARTY-TYPE
                 AND PARTY_NAME = :HV-SNH-PARTY-NAME
                 AND ENTRY_ID   = :HV-SNH-ENTRY-ID
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-SNH-STATUS NOT = 'CLEARED'
                   MOVE 'Y' TO WS-SNC-BLOCK-SW
               END-IF
           WHEN SQLCODE = 100
               PERFORM HSNC-QUEUE-HIT
           WHEN OTHER
               MOVE 'HSNC-RAISE-HIT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HSNC-RAISE-HIT-END. EXIT.

       HSNC-QUEUE-HIT.
           MOVE 'SNCH' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-SNC-HIT-NBR
           MOVE SPACES TO HV-SNH-HIT-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-SNC-HIT-NBR    DELIMITED BY SIZE
                  INTO HV-SNH-HIT-ID
           END-STRING
           MOVE WS-SNC-DOB        TO HV-SNH-PARTY-DOB
           MOVE WS-SNC-RULE       TO HV-SNH-MATCH-RULE
           MOVE WS-SNC-SOURCE-REF TO HV-SNH-SOURCE-REF
           MOVE WS-SNC-PRIOR-STAT TO HV-SNH-PRIOR-STATUS
           MOVE 'PENDING'         TO HV-SNH-STATUS
           MOVE WS-SNC-RAISED-BY  TO HV-SNH-RAISED-BY
           EXEC SQL
               INSERT INTO TB_SANCTION_HITS VALUES (
                :HV-SNH-HIT-ID
               ,:HV-SNH-PARTY-TYPE
               ,:HV-SNH-POL-ID
               ,:HV-SNH-PARTY-NAME
               ,:HV-SNH-PARTY-DOB
               ,:HV-SNH-ENTRY-ID
               ,:HV-SNH-MATCH-RULE
               ,:HV-SNH-SOURCE-REF
               ,:HV-SNH-PRIOR-STATUS
               ,:HV-SNH-STATUS
               ,:HV-SNH-RAISED-BY
               ,CURRENT DATE
               ,NULL
               ,NULL
               )
           END-EXEC
           MOVE 'HSNC-QUEUE-HIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'Y' TO WS-SNC-BLOCK-SW
           ADD 1 TO WS-SNC-NEW-HITS.
       HSNC-QUEUE-HIT-END. EXIT.

      ******************************************************************
      * HSNC-BUILD-KEYS: WS-SNC-NAME (UPPER-CASED IN PLACE) GIVES      *
      * WS-SNC-KEY, ITS LETTERS ONLY RUN TOGETHER, AND THE SOUNDEX     *
      * CODES OF ITS FIRST AND LAST WORDS. A NAME WITH NO LETTERS      *
      * LEAVES ALL THREE BLANK.                                        *
      ******************************************************************
       HSNC-BUILD-KEYS.
           MOVE SPACES TO WS-SNC-KEY WS-SNC-FIRST-TOK WS-SNC-TOKEN
                          WS-SNC-FIRST-CODE WS-SNC-LAST-CODE
           MOVE ZEROES TO WS-SNC-KEY-LEN WS-SNC-TOK-LEN WS-SNC-TOK-CNT
           MOVE 'N' TO WS-SNC-IN-WORD-SW
           INSPECT WS-SNC-NAME CONVERTING WS-SNC-LOWER TO WS-SNC-UPPER
           PERFORM HSNC-SCAN-CHAR
               VARYING WS-SNC-IDX FROM 1 BY 1
               UNTIL WS-SNC-IDX > 40
           IF WS-SNC-TOK-CNT = 1
               MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
           END-IF
           IF WS-SNC-TOK-CNT > 0
               MOVE WS-SNC-FIRST-TOK TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-FIRST-CODE
               MOVE WS-SNC-TOKEN TO WS-SNC-SDX-IN
               PERFORM HSNC-SOUNDEX
               MOVE WS-SNC-SDX-OUT TO WS-SNC-LAST-CODE
           END-IF.
       HSNC-BUILD-KEYS-END. EXIT.

      * A LETTER JOINS THE KEY AND THE CURRENT WORD, AN APOSTROPHE IS
      * DROPPED (O'NEIL IS ONE WORD), ANYTHING ELSE ENDS THE WORD
       HSNC-SCAN-CHAR.
           MOVE WS-SNC-NAME(WS-SNC-IDX:1) TO WS-SNC-CHAR
           EVALUATE TRUE
           WHEN WS-SNC-CHAR = "'"
               CONTINUE
           WHEN (WS-SNC-CHAR IS ALPHABETIC-UPPER)
                AND (WS-SNC-CHAR NOT = SPACE)
               IF WS-SNC-IN-WORD-SW = 'N'
                   IF WS-SNC-TOK-CNT = 1
                       MOVE WS-SNC-TOKEN TO WS-SNC-FIRST-TOK
                   END-IF
                   ADD 1 TO WS-SNC-TOK-CNT
                   MOVE SPACES TO WS-SNC-TOKEN
                   MOVE ZEROES TO WS-SNC-TOK-LEN
                   MOVE 'Y' TO WS-SNC-IN-WORD-SW
               END-IF
               ADD 1 TO WS-SNC-KEY-LEN
               MOVE WS-SNC-CHAR TO WS-SNC-KEY(WS-SNC-KEY-LEN:1)
               IF WS-SNC-TOK-LEN < 20
                   ADD 1 TO WS-SNC-TOK-LEN
                   MOVE WS-SNC-CHAR TO WS-SNC-TOKEN(WS-SNC-TOK-LEN:1)
               END-IF
           WHEN OTHER
               MOVE 'N' TO WS-SNC-IN-WORD-SW
           END-EVALUATE.
       HSNC-SCAN-CHAR-END. EXIT.

      * AMERICAN SOUNDEX OF WS-SNC-SDX-IN: THE FIRST LETTER, THEN THE
      * DIGITS OF THE LETTERS AFTER IT WITH VOWELS DROPPED AND A RUN
      * OF THE SAME DIGIT KEPT ONCE (H AND W DO NOT BREAK A RUN),
      * ZERO-FILLED TO FOUR
       HSNC-SOUNDEX.
           MOVE SPACES TO WS-SNC-SDX-OUT
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-SDX-OUT(1:1)
           MOVE 1 TO WS-SNC-SDX-LEN
           MOVE WS-SNC-SDX-IN(1:1) TO WS-SNC-CHAR
           PERFORM HSNC-LETTER-DIGIT
           MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
           PERFORM HSNC-SOUNDEX-CHAR
               VARYING WS-SNC-SDX-POS FROM 2 BY 1
               UNTIL (WS-SNC-SDX-POS > 20) OR (WS-SNC-SDX-LEN = 4)
           INSPECT WS-SNC-SDX-OUT REPLACING ALL SPACE BY '0'.
       HSNC-SOUNDEX-END. EXIT.

       HSNC-SOUNDEX-CHAR.
           MOVE WS-SNC-SDX-IN(WS-SNC-SDX-POS:1) TO WS-SNC-CHAR
           IF WS-SNC-CHAR NOT = SPACE
               PERFORM HSNC-LETTER-DIGIT
               IF (WS-SNC-SDX-DIGIT NOT = '0')
                  AND (WS-SNC-SDX-DIGIT NOT = WS-SNC-SDX-PREV)
                   ADD 1 TO WS-SNC-SDX-LEN
                   MOVE WS-SNC-SDX-DIGIT
                       TO WS-SNC-SDX-OUT(WS-SNC-SDX-LEN:1)
               END-IF
               IF (WS-SNC-CHAR NOT = 'H') AND (WS-SNC-CHAR NOT = 'W')
                   MOVE WS-SNC-SDX-DIGIT TO WS-SNC-SDX-PREV
               END-IF
           END-IF.
       HSNC-SOUNDEX-CHAR-END. EXIT.

       HSNC-LETTER-DIGIT.
           MOVE ZEROES TO WS-SNC-ALPHA-POS
           INSPECT WS-SNC-UPPER TALLYING WS-SNC-ALPHA-POS
               FOR CHARACTERS BEFORE INITIAL WS-SNC-CHAR
           ADD 1 TO WS-SNC-ALPHA-POS
           MOVE WS-SNC-CODES(WS-SNC-ALPHA-POS:1) TO WS-SNC-SDX-DIGIT.
       HSNC-LETTER-DIGIT-END. EXIT.
