       PROGRAM-ID. PGMCORR.
      *   PROGRAM NAME: CUSTOMER CORRESPONDENCE GENERATION
      *   INPUT: TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS,
      *       TB_CLAIMS, TB_DRAFT_RETURNS, TB_AUTOPAY_MANDATES,
      *       TB_LETTER_TEMPLATES, TB_UNDELIVERABLE, TB_COMPLAINTS,
      *       TOUR_CUSTOMER
      *   OUTPUT: TB_CORRESPONDENCE_LOG, TB_COMPLAINTS,
      *       ARI011.KELVIN.TRNING.FINAL.PS(LETTERS) AS: OUTLTRS
      *   DESCRIPTION: EVERY CUSTOMER-FACING EVENT USED TO PRODUCE
      *       NOTHING OR A BARE EXTRACT - PGMLAPSE LAPSED SILENTLY,
      *       CLM1 DENIED WITH NO LETTER, PGMRERT CHANGED PREMIUMS
      *       WITH ZERO NOTICE. THIS NIGHTLY RUN PICKS UP TODAY'S
      *       EVENTS - LAPSES, AUTOMATIC PREMIUM LOANS AND RE-RATES
      *       OFF THE SWEEPS' OWN LAST_UPD STAMPS, DENIALS AND
      *       APPROVALS OFF DECIDED_DATE/APPEAL_DECIDED_DATE - AND
      *       WRITES ONE LETTER PER EVENT THE WAY 3190-SPOOL-POLICY-PACK
      *       BUILDS A DOCUMENT: THE MERGED NAME/ADDRESS/POLICY BLOCK
      *       FIRST, THEN THE EVENT'S TB_LETTER_TEMPLATES BODY LINES.
      *       EACH LETTER GETS A TB_ID_CONTROL 'LTR ' NUMBER AND A
      *       AN ANSWER.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - 'APL' LETTER FOR EVERY POLICY PGMLAPSE KEPT
      *                    IN FORCE TODAY WITH AN AUTOMATIC PREMIUM LOAN
      *    2026-10-15 KC - 'CLAIMAPR' LETTER FOR EVERY CLAIM APPROVED
      *                    TODAY (FIRST DECISION OR APPEAL); BOTH CLAIM
      *                    DECISION LETTERS NOW SHOW THE AMOUNT CLAIMED,
      *                    THE AMOUNT APPROVED AND THE REASON CODE
      *    2026-10-15 KC - 'DRAFTRTN' LETTER FOR EVERY AUTOPAY DRAFT
      *                    PGMNSF REVERSED TODAY, SAYING WHETHER THE
      *                    MANDATE HAS BEEN SUSPENDED
      *    2026-10-15 KC - NO LETTER IS PRINTED TO AN ADDRESS PGMRTML
      *                    HAS FLAGGED UNDELIVERABLE - THE LETTER IS
      *                    HELD AND COUNTED, AND THE POLICY IS ON THE
      *                    SERVICING AGENT'S BAD-ADDRESS WORKLIST
      *    2026-10-15 KC - 'CMPLACK' ACKNOWLEDGEMENT FOR EVERY COMPLAINT
      *                    LOGGED ON CMP1 AND NOT YET ACKNOWLEDGED
      *                    (SETS ACK_DATE), AND 'CMPLFIN' FINAL
      *                    RESPONSE FOR EVERY COMPLAINT RESOLVED AND
      *                    NOT YET ANSWERED (SETS FINAL_LTR_DATE). A
      *                    BOOKING COMPLAINT GOES TO THE TOUR CUSTOMER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-EVENT-TYPE         PIC X(08).
               88 WS-CLAIM-EVENT    VALUE 'CLAIMDNY' 'CLAIMAPR'.
               88 WS-DRAFT-EVENT    VALUE 'DRAFTRTN'.
               88 WS-CMPL-EVENT     VALUE 'CMPLACK' 'CMPLFIN'.
               88 WS-CMPL-FINAL     VALUE 'CMPLFIN'.
           05 WS-LETTER-LINE        PIC X(80).
           05 WS-GEND-LTRID         PIC X(10).
           05 WS-IDGEN-NBR          PIC 9(08).
           05 WS-COUNTERS.
               10 WS-LAPSE-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-APL-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-DENY-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-APPR-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-DRTN-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-HELD-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-CACK-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-CFIN-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-UND-COUNT          PIC S9(09) USAGE COMP.
           05 WS-CLAIM-LINE-VARS.
               10 WS-LTR-CLAIMED-D  PIC Z(06)9.
               10 WS-LTR-APPROVED-D PIC Z(06)9.
               10 WS-RERATE-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-DRAFT-LINE-VARS.
               10 WS-LTR-DRAFT-D    PIC Z(06)9.
           05 WS-CMPL-LINE-VARS.
               10 WS-LTR-REDRESS-D  PIC Z(06)9.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBDRFRTN
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUTOP
           END-EXEC.
           EXEC SQL
               INCLUDE TBLETTER
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBUNDLV
           END-EXEC.
           EXEC SQL
               INCLUDE TBCMPLT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
                   AND A.LAST_UPD_USER = 'PGMLAPSE'
                   AND DATE(A.LAST_UPD_TS) = CURRENT DATE
           END-EXEC.
      * POLICIES PGMLAPSE KEPT IN FORCE TODAY WITH AN AUTOMATIC PREMIUM
      * LOAN - STAMPED BY THE SWEEP BUT NOT LAPSED
           EXEC SQL
               DECLARE CURSOR_CORAPL CURSOR FOR
                 SELECT
                    A.POL_ID
                   ,A.CUST_ID
                   ,B.NAME
                   ,B.ADDRESS
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON A.POL_ID = B.POL_ID
                 WHERE A.POLICY_STATUS <> 'LAPSED'
                   AND A.LAST_UPD_USER = 'PGMLAPSE'
                   AND DATE(A.LAST_UPD_TS) = CURRENT DATE
           END-EXEC.
      * CLAIMS DENIED TODAY
           EXEC SQL
               DECLARE CURSOR_CORDNY CURSOR FOR
                   ,C.CUST_ID
                   ,B.NAME
                   ,B.ADDRESS
                   ,C.CLAIM_ID
                   ,C.CLAIM_AMOUNT
                   ,COALESCE(C.APPROVED_AMOUNT, 0)
                   ,COALESCE(C.APPROVAL_CODE, '    ')
                 FROM
                   TB_CLAIMS C
                   JOIN
                 WHERE C.CLAIM_STATUS = 'DENIED'
                   AND C.DECIDED_DATE = CURRENT DATE
           END-EXEC.
      * CLAIMS APPROVED TODAY, ON FIRST REVIEW OR ON APPEAL - PAID TOO,
      * IN CASE THE PAYOUT CLEARED THE SAME DAY
           EXEC SQL
               DECLARE CURSOR_CORAPR CURSOR FOR
                 SELECT
                    C.POL_ID
                   ,C.CUST_ID
                   ,B.NAME
                   ,B.ADDRESS
                   ,C.CLAIM_ID
                   ,C.CLAIM_AMOUNT
                   ,COALESCE(C.APPROVED_AMOUNT, C.CLAIM_AMOUNT)
                   ,COALESCE(C.APPROVAL_CODE, 'FULL')
                 FROM
                   TB_CLAIMS C
                   JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON C.POL_ID = B.POL_ID
                 WHERE C.CLAIM_STATUS IN ('APPROVED', 'PAID')
                   AND (C.DECIDED_DATE = CURRENT DATE
                        OR C.APPEAL_DECIDED_DATE = CURRENT DATE)
           END-EXEC.
      * PREMIUMS THE RE-RATE AND INDEXATION SWEEPS CHANGED TODAY
           EXEC SQL
               DECLARE CURSOR_CORRRT CURSOR FOR
                 WHERE A.LAST_UPD_USER IN ('PGMRERT', 'PGMINDX')
                   AND DATE(A.LAST_UPD_TS) = CURRENT DATE
           END-EXEC.
      * AUTOPAY DRAFTS PGMNSF REVERSED TODAY, WITH WHERE THE MANDATE
      * NOW STANDS
           EXEC SQL
               DECLARE CURSOR_CORDRT CURSOR FOR
                 SELECT
                    A.POL_ID
                   ,A.CUST_ID
                   ,B.NAME
                   ,B.ADDRESS
                   ,CHAR(R.DUE_DATE, ISO)
                   ,R.AMOUNT
                   ,R.RETURN_CODE
                   ,COALESCE(M.MANDATE_STATUS, ' ')
                 FROM
                   TB_DRAFT_RETURNS R
                   JOIN
                   TB_POLICY_DETAILS A
                   ON A.POL_ID = R.POL_ID
                   JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = R.POL_ID
                   LEFT JOIN
                   TB_AUTOPAY_MANDATES M
                   ON M.POL_ID = R.POL_ID
                 WHERE R.PROCESSED_DATE = CURRENT DATE
           END-EXEC.
      * COMPLAINTS LOGGED ON CMP1 AND NOT YET ACKNOWLEDGED - A POLICY
      * OR CLAIM COMPLAINT GOES TO THE HOLDER, A BOOKING COMPLAINT TO
      * THE TOUR CUSTOMER'S EMAIL (THE TOUR SIDE HOLDS NO ADDRESS)
           EXEC SQL
               DECLARE CURSOR_CORCAK CURSOR FOR
                 SELECT
                    K.COMPLAINT_ID
                   ,K.SUBJECT_TYPE
                   ,COALESCE(K.POL_ID, ' ')
                   ,COALESCE(K.CLAIM_ID, ' ')
                   ,COALESCE(K.BOOKING_REF, ' ')
                   ,K.CUST_ID
                   ,CHAR(K.RECEIVED_DATE, ISO)
                   ,CHAR(K.RESOLVE_DUE_DATE, ISO)
                   ,COALESCE(B.NAME, T.CUSTOMER_NAME, ' ')
                   ,COALESCE(B.ADDRESS, 'BY EMAIL ' CONCAT T.EMAIL, ' ')
                 FROM
                   TB_COMPLAINTS K
                   LEFT JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = K.POL_ID
                   LEFT JOIN
                   TOUR_CUSTOMER T
                   ON  K.SUBJECT_TYPE = 'BKG'
                   AND T.CUSTOMER_ID  = K.CUST_ID
                 WHERE K.CMP_STATUS = 'OPEN'
                   AND K.ACK_DATE IS NULL
                 ORDER BY K.COMPLAINT_ID
           END-EXEC.
      * COMPLAINTS RESOLVED ON CMP1 WHOSE FINAL RESPONSE HAS NOT GONE
           EXEC SQL
               DECLARE CURSOR_CORCFN CURSOR FOR
                 SELECT
                    K.COMPLAINT_ID
                   ,K.SUBJECT_TYPE
                   ,COALESCE(K.POL_ID, ' ')
                   ,COALESCE(K.CLAIM_ID, ' ')
                   ,COALESCE(K.BOOKING_REF, ' ')
                   ,K.CUST_ID
                   ,CHAR(K.RECEIVED_DATE, ISO)
                   ,CHAR(K.RESOLVED_DATE, ISO)
                   ,K.OUTCOME
                   ,COALESCE(K.REDRESS_AMT, 0)
                   ,COALESCE(K.RESOLUTION, ' ')
                   ,COALESCE(B.NAME, T.CUSTOMER_NAME, ' ')
                   ,COALESCE(B.ADDRESS, 'BY EMAIL ' CONCAT T.EMAIL, ' ')
                 FROM
                   TB_COMPLAINTS K
                   LEFT JOIN
                   TB_POLICY_HOLDER_DETAILS B
                   ON B.POL_ID = K.POL_ID
                   LEFT JOIN
                   TOUR_CUSTOMER T
                   ON  K.SUBJECT_TYPE = 'BKG'
                   AND T.CUSTOMER_ID  = K.CUST_ID
                 WHERE K.CMP_STATUS = 'RESOLVED'
                   AND K.FINAL_LTR_DATE IS NULL
                 ORDER BY K.COMPLAINT_ID
           END-EXEC.
      * THE EVENT'S BODY LINES, IN SEQUENCE
           EXEC SQL
               DECLARE CURSOR_CORTPL CURSOR FOR
           DISPLAY 'PGMCORR - CORRESPONDENCE GENERATION STARTING'
           PERFORM 1000-INIT
           PERFORM 2000-LAPSE-LETTERS
           PERFORM 2500-APL-LETTERS
           PERFORM 3000-DENIAL-LETTERS
           PERFORM 3500-APPROVAL-LETTERS
           PERFORM 4000-RERATE-LETTERS
           PERFORM 4500-DRAFT-RETURN-LETTERS
           PERFORM 4600-COMPLAINT-ACK-LETTERS
           PERFORM 4700-COMPLAINT-FINAL-LETTERS
           DISPLAY 'HELD - ADDRESS UNDELIVERABLE: ' WS-HELD-COUNT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-LAPSE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORLAP END-EXEC
           DISPLAY 'LAPSE LETTERS WRITTEN . : ' WS-LAPSE-COUNT.
       2000-LAPSE-LETTERS-END. EXIT.

       2500-APL-LETTERS.
           MOVE 'APL' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORAPL END-EXEC
           MOVE '2500-APL-LETTERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CORAPL INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-CUST-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-APL-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORAPL END-EXEC
           DISPLAY 'APL LETTERS WRITTEN . . : ' WS-APL-COUNT.
       2500-APL-LETTERS-END. EXIT.

       3000-DENIAL-LETTERS.
           MOVE 'CLAIMDNY' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORDNY END-EXEC
                       ,:HV-POL-CUST-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
                       ,:HV-CLM-CLAIM-ID
                       ,:HV-CLM-AMOUNT
                       ,:HV-CLM-APPROVED-AMT
                       ,:HV-CLM-APPR-CODE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-DENY-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORDNY END-EXEC
           DISPLAY 'DENIAL LETTERS WRITTEN  : ' WS-DENY-COUNT.
       3000-DENIAL-LETTERS-END. EXIT.

       3500-APPROVAL-LETTERS.
           MOVE 'CLAIMAPR' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORAPR END-EXEC
           MOVE '3500-APPROVAL-LETTERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CORAPR INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-CUST-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
                       ,:HV-CLM-CLAIM-ID
                       ,:HV-CLM-AMOUNT
                       ,:HV-CLM-APPROVED-AMT
                       ,:HV-CLM-APPR-CODE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-APPR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORAPR END-EXEC
           DISPLAY 'APPROVAL LETTERS WRITTEN: ' WS-APPR-COUNT.
       3500-APPROVAL-LETTERS-END. EXIT.

       4000-RERATE-LETTERS.
           MOVE 'RERATE' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORRRT END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-RERATE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORRRT END-EXEC
           DISPLAY 'RE-RATE LETTERS WRITTEN : ' WS-RERATE-COUNT.
       4000-RERATE-LETTERS-END. EXIT.

       4500-DRAFT-RETURN-LETTERS.
           MOVE 'DRAFTRTN' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORDRT END-EXEC
           MOVE '4500-DRAFT-RETURN-LETTERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CORDRT INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-CUST-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
                       ,:HV-DRT-DUE-DATE
                       ,:HV-DRT-AMOUNT
                       ,:HV-DRT-RETURN-CODE
                       ,:HV-APM-STATUS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       ADD 1 TO WS-DRTN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORDRT END-EXEC
           DISPLAY 'DRAFT RETURN LETTERS. . : ' WS-DRTN-COUNT.
       4500-DRAFT-RETURN-LETTERS-END. EXIT.

      ******************************************************************
      * 4600-COMPLAINT-ACK-LETTERS: THE REGULATOR WANTS EVERY          *
      * COMPLAINT ACKNOWLEDGED WITHIN 5 BUSINESS DAYS - THE NIGHT IT   *
      * IS LOGGED IT GETS ITS LETTER AND ITS ACK_DATE. A LETTER HELD   *
      * FOR A BAD ADDRESS LEAVES THE COMPLAINT UNACKNOWLEDGED, SO IT   *
      * IS TRIED AGAIN TOMORROW AND PGMCMPA SHOWS IT SLIPPING.         *
      ******************************************************************
       4600-COMPLAINT-ACK-LETTERS.
           MOVE 'CMPLACK' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORCAK END-EXEC
           MOVE '4600-COMPLAINT-ACK-LETTERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CORCAK INTO
                        :HV-CMP-COMPLAINT-ID
                       ,:HV-CMP-SUBJECT-TYPE
                       ,:HV-POL-POL-ID
                       ,:HV-CMP-CLAIM-ID
                       ,:HV-CMP-BOOKING-REF
                       ,:HV-POL-CUST-ID
                       ,:HV-CMP-RECEIVED-DATE
                       ,:HV-CMP-DUE-DATE
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '4600-COMPLAINT-ACK-LETTERS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       EXEC SQL
                           UPDATE TB_COMPLAINTS
                           SET ACK_DATE   = CURRENT DATE
                              ,CMP_STATUS = 'ACKED'
                           WHERE COMPLAINT_ID = :HV-CMP-COMPLAINT-ID
                             AND CMP_STATUS = 'OPEN'
                       END-EXEC
                       MOVE '4600-COMPLAINT-ACK-LETTERS'
                           TO WS-SQLERR-PARA
                       PERFORM H003-SQL-HANDLER
                       ADD 1 TO WS-CACK-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORCAK END-EXEC
           DISPLAY 'COMPLAINT ACKNOWLEDGED  : ' WS-CACK-COUNT.
       4600-COMPLAINT-ACK-LETTERS-END. EXIT.

       4700-COMPLAINT-FINAL-LETTERS.
           MOVE 'CMPLFIN' TO WS-EVENT-TYPE
           EXEC SQL OPEN CURSOR_CORCFN END-EXEC
           MOVE '4700-COMPLAINT-FINAL-LETTERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-CMP-RES-TEXT
               EXEC SQL
                   FETCH CURSOR_CORCFN INTO
                        :HV-CMP-COMPLAINT-ID
                       ,:HV-CMP-SUBJECT-TYPE
                       ,:HV-POL-POL-ID
                       ,:HV-CMP-CLAIM-ID
                       ,:HV-CMP-BOOKING-REF
                       ,:HV-POL-CUST-ID
                       ,:HV-CMP-RECEIVED-DATE
                       ,:HV-CMP-RESOLVED-DATE
                       ,:HV-CMP-OUTCOME
                       ,:HV-CMP-REDRESS-AMT
                       ,:HV-CMP-RESOLUTION
                       ,:HV-HOL-NAME
                       ,:HV-HOL-ADDRESS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '4700-COMPLAINT-FINAL-LETTERS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 4900-CHECK-ADDRESS
                   IF WS-UND-COUNT > 0
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 5000-WRITE-ONE-LETTER
                       EXEC SQL
                           UPDATE TB_COMPLAINTS
                           SET FINAL_LTR_DATE = CURRENT DATE
                           WHERE COMPLAINT_ID = :HV-CMP-COMPLAINT-ID
                       END-EXEC
                       MOVE '4700-COMPLAINT-FINAL-LETTERS'
                           TO WS-SQLERR-PARA
                       PERFORM H003-SQL-HANDLER
                       ADD 1 TO WS-CFIN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CORCFN END-EXEC
           DISPLAY 'COMPLAINT FINAL RESPONSE: ' WS-CFIN-COUNT.
       4700-COMPLAINT-FINAL-LETTERS-END. EXIT.

      ******************************************************************
      * 4900-CHECK-ADDRESS: A RETURNED LETTER FLAGS THE ADDRESS IT     *
      * WENT TO. WHILE THE HOLDER ROW STILL CARRIES THAT ADDRESS       *
      * NOTHING IS PRINTED TO IT; ONCE THE ADDRESS IS CHANGED, LETTERS *
      * FLOW AGAIN.                                                    *
      ******************************************************************
       4900-CHECK-ADDRESS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-UND-COUNT
               FROM TB_UNDELIVERABLE U
                    JOIN
                    TB_POLICY_HOLDER_DETAILS B
                    ON B.POL_ID = U.POL_ID
               WHERE U.POL_ID      = :HV-POL-POL-ID
                 AND U.CHANNEL     = 'ADDR'
                 AND U.FLAG_STATUS = 'ACTIVE'
                 AND U.BAD_VALUE   = B.ADDRESS
           END-EXEC
           MOVE '4900-CHECK-ADDRESS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-UND-COUNT > 0
               DISPLAY 'LETTER HELD - ADDRESS UNDELIVERABLE: '
                   WS-EVENT-TYPE ' ' HV-POL-POL-ID
           END-IF.
       4900-CHECK-ADDRESS-END. EXIT.

      ******************************************************************
      * 5000-WRITE-ONE-LETTER: THE MERGED NAME/ADDRESS/POLICY BLOCK    *
      * FIRST - SAME DOCUMENT SHAPE AS 3190-SPOOL-POLICY-PACK - THEN   *
           MOVE HV-HOL-ADDR-TEXT TO WS-LETTER-LINE
           PERFORM 5100-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           IF WS-CMPL-EVENT AND (HV-CMP-SUBJECT-TYPE = 'BKG')
               STRING 'RE: TOUR BOOKING '  DELIMITED BY SIZE
                      HV-CMP-BOOKING-REF   DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
               END-STRING
           ELSE
               STRING 'RE: POLICY '  DELIMITED BY SIZE
                      HV-POL-POL-ID  DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
               END-STRING
           END-IF
           PERFORM 5100-WRITE-LETTER-LINE
           IF WS-CLAIM-EVENT
               PERFORM 5050-WRITE-CLAIM-AMOUNTS
           END-IF
           IF WS-DRAFT-EVENT
               PERFORM 5060-WRITE-DRAFT-DETAIL
           END-IF
           IF WS-CMPL-EVENT
               PERFORM 5070-WRITE-COMPLAINT-DETAIL
           END-IF
           MOVE SPACES TO WS-LETTER-LINE
           PERFORM 5100-WRITE-LETTER-LINE
           PERFORM 5200-WRITE-TEMPLATE-BODY
           PERFORM 5300-LOG-THE-LETTER.
       5000-WRITE-ONE-LETTER-END. EXIT.

      ******************************************************************
      * 5050-WRITE-CLAIM-AMOUNTS: A CLAIM DECISION LETTER STATES WHAT  *
      * WAS CLAIMED AND WHAT WAS APPROVED SIDE BY SIDE, WITH THE CODE  *
      * FOR ANY CUT, SO A PARTIAL SETTLEMENT IS NEVER A SURPRISE.      *
      ******************************************************************
       5050-WRITE-CLAIM-AMOUNTS.
           MOVE HV-CLM-AMOUNT       TO WS-LTR-CLAIMED-D
           MOVE HV-CLM-APPROVED-AMT TO WS-LTR-APPROVED-D
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'CLAIM '           DELIMITED BY SIZE
                  HV-CLM-CLAIM-ID    DELIMITED BY SIZE
                  '  AMOUNT CLAIMED: ' DELIMITED BY SIZE
                  WS-LTR-CLAIMED-D   DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 5100-WRITE-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'AMOUNT APPROVED: ' DELIMITED BY SIZE
                  WS-LTR-APPROVED-D  DELIMITED BY SIZE
                  '  REASON CODE: '  DELIMITED BY SIZE
                  HV-CLM-APPR-CODE   DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 5100-WRITE-LETTER-LINE.
       5050-WRITE-CLAIM-AMOUNTS-END. EXIT.

      ******************************************************************
      * 5060-WRITE-DRAFT-DETAIL: WHICH INSTALLMENT CAME BACK, FOR HOW  *
      * MUCH AND WHY, AND - IF THIS RETURN SUSPENDED THE MANDATE -     *
      * THAT NO FURTHER DRAFTS WILL BE TAKEN UNTIL THE HOLDER          *
      * RE-ENROLLS.                                                    *
      ******************************************************************
       5060-WRITE-DRAFT-DETAIL.
           MOVE HV-DRT-AMOUNT TO WS-LTR-DRAFT-D
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'PREMIUM DUE '     DELIMITED BY SIZE
                  HV-DRT-DUE-DATE    DELIMITED BY SIZE
                  '  AMOUNT: '       DELIMITED BY SIZE
                  WS-LTR-DRAFT-D     DELIMITED BY SIZE
                  '  RETURN CODE: '  DELIMITED BY SIZE
                  HV-DRT-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 5100-WRITE-LETTER-LINE
           IF HV-APM-STATUS = 'SUSPENDED'
               MOVE 'AUTOPAY ON THIS POLICY IS NOW SUSPENDED.'
                   TO WS-LETTER-LINE
               PERFORM 5100-WRITE-LETTER-LINE
           END-IF.
       5060-WRITE-DRAFT-DETAIL-END. EXIT.

      ******************************************************************
      * 5070-WRITE-COMPLAINT-DETAIL: THE COMPLAINT REFERENCE AND THE   *
      * DATE WE RECEIVED IT ON BOTH LETTERS; THE ACKNOWLEDGEMENT GIVES *
      * THE DATE WE WILL HAVE RESPONDED BY, THE FINAL RESPONSE STATES  *
      * THE OUTCOME, ANY REDRESS AND THE RESOLUTION IN FULL.           *
      ******************************************************************
       5070-WRITE-COMPLAINT-DETAIL.
           MOVE SPACES TO WS-LETTER-LINE
           STRING 'COMPLAINT '           DELIMITED BY SIZE
                  HV-CMP-COMPLAINT-ID    DELIMITED BY SIZE
                  '  RECEIVED: '         DELIMITED BY SIZE
                  HV-CMP-RECEIVED-DATE   DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
           END-STRING
           PERFORM 5100-WRITE-LETTER-LINE
           IF HV-CMP-SUBJECT-TYPE = 'CLM'
               MOVE SPACES TO WS-LETTER-LINE
               STRING 'CONCERNING CLAIM '  DELIMITED BY SIZE
                      HV-CMP-CLAIM-ID      DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
               END-STRING
               PERFORM 5100-WRITE-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-LETTER-LINE
           IF WS-CMPL-FINAL
               MOVE HV-CMP-REDRESS-AMT TO WS-LTR-REDRESS-D
               STRING 'OUTCOME: '        DELIMITED BY SIZE
                      HV-CMP-OUTCOME     DELIMITED BY SIZE
                      '  REDRESS PAID: ' DELIMITED BY SIZE
                      WS-LTR-REDRESS-D   DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
               END-STRING
               PERFORM 5100-WRITE-LETTER-LINE
               MOVE HV-CMP-RES-TEXT TO WS-LETTER-LINE
               PERFORM 5100-WRITE-LETTER-LINE
           ELSE
               STRING 'WE WILL SEND OUR FINAL RESPONSE BY '
                                         DELIMITED BY SIZE
                      HV-CMP-DUE-DATE    DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
               END-STRING
               PERFORM 5100-WRITE-LETTER-LINE
           END-IF.
       5070-WRITE-COMPLAINT-DETAIL-END. EXIT.

       5100-WRITE-LETTER-LINE.
           MOVE WS-LETTER-LINE TO O-LTRS-REC
           WRITE O-LTRS-REC.
