      *   PROGRAM NAME: UNCLAIMED DISBURSEMENT ESCHEATMENT SWEEP
      *   INPUT: JCL PARM 'NNN,NNN' (DORMANCY DAYS, STATUTORY DAYS -
      *       DEFAULT 180,365), TB_DISBURSEMENTS,
      *       TB_POLICY_HOLDER_DETAILS, TB_DEATH_CASES,
      *       TB_POLICY_NOMINEE, TB_UNDELIVERABLE
      *   OUTPUT: DUE-DILIGENCE CONTACT EXTRACT AS: OUTESCD,
      *       ESCHEATMENT REMITTANCE REPORT AS: OUTESCR,
      *       TB_DISBURSEMENTS (AGED ISSUED ROWS TO ESCHEAT),
      *       TB_DEATH_CASES (AGED OPEN CASES TO ESCHEAT)
      *   DESCRIPTION: AN ISSUED DISBURSEMENT COULD SIT UNBANKED
      *       FOREVER AND THE LIABILITY WAS INVISIBLE UNTIL SOMEONE
      *       GREPPED THE TABLE. THIS FLAGS ISSUED ITEMS PAST THE
      *       REPORT FOR THE UNCLAIMED-PROPERTY FILING.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - UNCLAIMED DEATH BENEFITS - A PGMDMFM DEATH
      *                    CASE STILL OPEN PAST THE DORMANCY AGE PUTS
      *                    THE POLICY'S NOMINEES ON THE DUE-DILIGENCE
      *                    EXTRACT; PAST THE STATUTORY PERIOD THE CASE
      *                    ESCHEATS THE SUM ASSURED (SOURCE 'DTH')
      *    2026-10-15 KC - A HOLDER ADDRESS PGMRTML HAS FLAGGED
      *                    UNDELIVERABLE IS NOT WRITTEN TO THE
      *                    EXTRACT; THE LINE CARRIES 'U' INSTEAD AND
      *                    THE POLICY IS TRACED FROM THE SERVICING
      *                    AGENT'S BAD-ADDRESS WORKLIST
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 O-ESCD-AMOUNT       PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-ESCD-ADDRESS      PIC X(40).
           05 FILLER              PIC X(01).
      * 'U' - ADDRESS WITHHELD AS UNDELIVERABLE, ON THE AGENT WORKLIST
           05 O-ESCD-ADDR-FLAG    PIC X(01).
           05 FILLER              PIC X(14).
       FD O-ESCR-PS.
       01 O-ESCR-REC.
           05 O-ESCR-DISB-ID      PIC X(10).
               10 WS-CONTACT-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-ESCHEAT-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-ESCHEAT-AMT    PIC 9(11) VALUE ZEROES.
               10 WS-DTH-CONTACTS   PIC 9(07) VALUE ZEROES.
               10 WS-DTH-ESCHEATS   PIC 9(07) VALUE ZEROES.
               10 WS-UNDLV-COUNT    PIC 9(07) VALUE ZEROES.
           05 WS-ADDR-BAD-SW        PIC X(01).
           05 WS-LAST-ESCH-POL      PIC X(10) VALUE SPACES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBDTHCAS
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
                   ,D.AMOUNT
                   ,COALESCE(B.PHONE, ' ')
                   ,COALESCE(B.ADDRESS, ' ')
                   ,CASE WHEN EXISTS
                             (SELECT 1 FROM TB_UNDELIVERABLE U
                              WHERE U.POL_ID = D.POL_ID
                                AND U.CHANNEL = 'ADDR'
                                AND U.FLAG_STATUS = 'ACTIVE'
                                AND U.BAD_VALUE = B.ADDRESS)
                         THEN 'Y' ELSE 'N' END
                 FROM
                   TB_DISBURSEMENTS D
                   LEFT JOIN
                       (CURRENT DATE - :WS-STATUTE-DAYS DAYS)
                 ORDER BY ISSUE_DATE
           END-EXEC.
      * LIVING NOMINEES OF DEATH CASES STILL OPEN PAST THE DORMANCY
      * AGE - THE BENEFIT IS THE SUM ASSURED, THE ADDRESS THE LAST ONE
      * WE HAD FOR THE HOLDER
           EXEC SQL
               DECLARE CURSOR_DTHD CURSOR FOR
                 SELECT
                    X.CASE_ID
                   ,X.POL_ID
                   ,N.NOMINEE_NAME
                   ,COALESCE(N.PHONE, ' ')
                   ,COALESCE(B.SUM_ASSURED, 0)
                   ,COALESCE(B.ADDRESS, ' ')
                   ,CASE WHEN EXISTS
                             (SELECT 1 FROM TB_UNDELIVERABLE U
                              WHERE U.POL_ID = X.POL_ID
                                AND U.CHANNEL = 'ADDR'
                                AND U.FLAG_STATUS = 'ACTIVE'
                                AND U.BAD_VALUE = B.ADDRESS)
                         THEN 'Y' ELSE 'N' END
                 FROM
                   TB_DEATH_CASES X
                   JOIN
                   TB_POLICY_NOMINEE N
                   ON N.POL_ID = X.POL_ID
                  AND N.DATE_OF_DEATH IS NULL
                   LEFT JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = X.POL_ID
                 WHERE X.CASE_STATUS = 'OPEN'
                   AND X.OPEN_DATE <
                       (CURRENT DATE - :WS-DORMANT-DAYS DAYS)
                 ORDER BY X.CASE_ID
           END-EXEC.
      * DEATH CASES STILL OPEN PAST THE STATUTORY PERIOD - THESE
      * ESCHEAT. POLICY ORDER SO A POLICY WITH TWO CASES (HOLDER AND
      * CO-HOLDER) REMITS ITS SUM ASSURED ONCE
           EXEC SQL
               DECLARE CURSOR_DTHE CURSOR FOR
                 SELECT
                    X.CASE_ID
                   ,X.POL_ID
                   ,X.PARTY_NAME
                   ,COALESCE(CHAR(X.DATE_OF_DEATH, ISO), ' ')
                   ,COALESCE(B.SUM_ASSURED, 0)
                 FROM
                   TB_DEATH_CASES X
                   LEFT JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = X.POL_ID
                 WHERE X.CASE_STATUS = 'OPEN'
                   AND X.OPEN_DATE <
                       (CURRENT DATE - :WS-STATUTE-DAYS DAYS)
                 ORDER BY X.POL_ID, X.CASE_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           DISPLAY 'STATUTORY DAYS. : ' WS-STATUTE-DAYS
           PERFORM 1000-INIT
           PERFORM 2000-DUE-DILIGENCE-EXTRACT
           PERFORM 2500-DEATH-CASE-CONTACTS
           PERFORM 3000-ESCHEAT-SWEEP
           PERFORM 3500-DEATH-CASE-ESCHEAT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

                       ,:HV-DSB-AMOUNT
                       ,:HV-HOL-PHONE
                       ,:HV-HOL-ADDRESS
                       ,:WS-ADDR-BAD-SW
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
                   MOVE HV-HOL-PHONE      TO O-ESCD-PHONE
                   MOVE HV-DSB-AMOUNT     TO O-ESCD-AMOUNT
                   MOVE HV-HOL-ADDR-TEXT  TO O-ESCD-ADDRESS
                   PERFORM 2900-WITHHOLD-BAD-ADDRESS
                   WRITE O-ESCD-REC
                   ADD 1 TO WS-CONTACT-COUNT
               END-IF
               WS-CONTACT-COUNT.
       2000-DUE-DILIGENCE-EXTRACT-END. EXIT.

      ******************************************************************
      * 2500-DEATH-CASE-CONTACTS: A HOLDER THE DEATH MASTER FILE SAYS  *
      * HAS DIED WITH NO CLAIM FILED IS AN UNCLAIMED BENEFIT TOO - ONE *
      * DUE-DILIGENCE LINE PER LIVING NOMINEE, KEYED BY THE CASE ID,   *
      * AND EACH CASE STAMPED WITH THE DATE ITS NOMINEES WENT OUT.     *
      ******************************************************************
       2500-DEATH-CASE-CONTACTS.
           EXEC SQL OPEN CURSOR_DTHD END-EXEC
           MOVE '2500-DEATH-CASE-CONTACTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_DTHD INTO
                        :HV-DTC-CASE-ID
                       ,:HV-DTC-POL-ID
                       ,:HV-NOM-NAME
                       ,:HV-NOM-PHONE
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-ADDRESS
                       ,:WS-ADDR-BAD-SW
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2500-DEATH-CASE-CONTACTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES TO O-ESCD-REC
                   MOVE HV-DTC-CASE-ID     TO O-ESCD-DISB-ID
                   MOVE HV-DTC-POL-ID      TO O-ESCD-POL-ID
                   MOVE HV-NOM-NAME-TEXT   TO O-ESCD-PAYEE
                   MOVE HV-NOM-PHONE       TO O-ESCD-PHONE
                   MOVE HV-HOL-SUM-ASSURED TO O-ESCD-AMOUNT
                   MOVE HV-HOL-ADDR-TEXT   TO O-ESCD-ADDRESS
                   PERFORM 2900-WITHHOLD-BAD-ADDRESS
                   WRITE O-ESCD-REC
                   ADD 1 TO WS-DTH-CONTACTS
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DTHD END-EXEC
           EXEC SQL
               UPDATE TB_DEATH_CASES
               SET LAST_CONTACT_DATE = CURRENT DATE
               WHERE CASE_STATUS = 'OPEN'
                 AND OPEN_DATE <
                     (CURRENT DATE - :WS-DORMANT-DAYS DAYS)
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '2500-DEATH-CASE-CONTACTS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'DEATH-CASE NOMINEE CONTACTS WRITTEN: '
               WS-DTH-CONTACTS
           DISPLAY 'CONTACTS WITH ADDRESS WITHHELD: '
               WS-UNDLV-COUNT.
       2500-DEATH-CASE-CONTACTS-END. EXIT.

      ******************************************************************
      * 2900-WITHHOLD-BAD-ADDRESS: A RETURNED LETTER PROVED THE        *
      * HOLDER ADDRESS BAD - SENDING ANOTHER IS NO DILIGENCE AT ALL.   *
      * THE LINE STILL GOES OUT FOR THE PHONE, MARKED 'U', AND THE     *
      * AGENT'S WORKLIST TRACE STANDS AS THE CONTACT ATTEMPT.          *
      ******************************************************************
       2900-WITHHOLD-BAD-ADDRESS.
           IF WS-ADDR-BAD-SW = 'Y'
               MOVE SPACES TO O-ESCD-ADDRESS
               MOVE 'U'    TO O-ESCD-ADDR-FLAG
               ADD 1 TO WS-UNDLV-COUNT
           END-IF.
       2900-WITHHOLD-BAD-ADDRESS-END. EXIT.

      ******************************************************************
      * 3000-ESCHEAT-SWEEP: PAST THE STATUTORY PERIOD THE ITEM STOPS   *
      * BEING OURS TO HOLD - THE ROW MOVES TO 'ESCHEAT' AND GOES ON    *
           ADD HV-DSB-AMOUNT TO WS-ESCHEAT-AMT.
       3100-ESCHEAT-ONE-END. EXIT.

      ******************************************************************
      * 3500-DEATH-CASE-ESCHEAT: A DEATH CASE NOBODY CLAIMED WITHIN    *
      * THE STATUTORY PERIOD OF US LEARNING OF THE DEATH GOES TO       *
      * 'ESCHEAT' AND THE SUM ASSURED GOES ON THE REMITTANCE REPORT    *
      * AS SOURCE 'DTH', DATED BY THE DATE OF DEATH.                   *
      ******************************************************************
       3500-DEATH-CASE-ESCHEAT.
           MOVE SPACES TO WS-LAST-ESCH-POL
           EXEC SQL OPEN CURSOR_DTHE END-EXEC
           MOVE '3500-DEATH-CASE-ESCHEAT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_DTHE INTO
                        :HV-DTC-CASE-ID
                       ,:HV-DTC-POL-ID
                       ,:HV-DTC-PARTY-NAME
                       ,:HV-DTC-DOD
                       ,:HV-HOL-SUM-ASSURED
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3500-DEATH-CASE-ESCHEAT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 3510-ESCHEAT-ONE-CASE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DTHE END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'DEATH CASES ESCHEATED . : ' WS-DTH-ESCHEATS
           DISPLAY 'TOTAL AMOUNT ESCHEATED. : ' WS-ESCHEAT-AMT.
       3500-DEATH-CASE-ESCHEAT-END. EXIT.

       3510-ESCHEAT-ONE-CASE.
           EXEC SQL
               UPDATE TB_DEATH_CASES
               SET CASE_STATUS = 'ESCHEAT'
                  ,CLOSED_BY   = 'PGMESCH'
                  ,CLOSE_DATE  = CURRENT DATE
               WHERE CASE_ID = :HV-DTC-CASE-ID
                 AND CASE_STATUS = 'OPEN'
           END-EXEC
           MOVE '3510-ESCHEAT-ONE-CASE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * THE SECOND CASE ON A POLICY IS REPORTED WITH NOTHING TO REMIT
           IF HV-DTC-POL-ID = WS-LAST-ESCH-POL
               MOVE ZEROES TO HV-HOL-SUM-ASSURED
           END-IF
           MOVE HV-DTC-POL-ID TO WS-LAST-ESCH-POL
           MOVE SPACES TO O-ESCR-REC
           MOVE HV-DTC-CASE-ID     TO O-ESCR-DISB-ID
           MOVE 'DTH'              TO O-ESCR-SOURCE
           MOVE HV-DTC-POL-ID      TO O-ESCR-POL-ID
           MOVE HV-DTC-PARTY-NAME  TO O-ESCR-PAYEE
           MOVE HV-HOL-SUM-ASSURED TO O-ESCR-AMOUNT
           MOVE HV-DTC-DOD         TO O-ESCR-ISSUE-DATE
           WRITE O-ESCR-REC
           ADD 1 TO WS-DTH-ESCHEATS
           ADD HV-HOL-SUM-ASSURED TO WS-ESCHEAT-AMT.
       3510-ESCHEAT-ONE-CASE-END. EXIT.

       9000-TERM.
           CLOSE O-ESCD-PS
           CLOSE O-ESCR-PS
