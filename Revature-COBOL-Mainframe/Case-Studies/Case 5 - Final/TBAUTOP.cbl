      * TB_PREMIUM_SCHEDULE NIGHTLY AND POSTS EVERY DUE INSTALLMENT    *
      * ON A MANDATED POLICY EXACTLY AS THE POL1 SCREEN WOULD, SO      *
      * FORGETTING TO LOG IN STOPS BEING THE TOP REASON POLICIES       *
      * LAPSE. MANDATE_STATUS IS ACTIVE, REVOKED OR SUSPENDED - PGMNSF *
      * SUSPENDS A MANDATE WHOSE DRAFTS KEEP COMING BACK UNPAID, AND   *
      * RE-ENROLLING ON POL8 REACTIVATES IT. PGMDMFM SUSPENDS IT WHEN  *
      * THE HOLDER OR A CO-HOLDER IS ON THE DEATH MASTER FILE.         *
      ******************************************************************
           EXEC SQL DECLARE TB_AUTOPAY_MANDATES TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             FUNDING_REF                    CHAR(20),
             MANDATE_STATUS                 CHAR(9)  NOT NULL,
             START_DATE                     DATE,
             REVOKE_DATE                    DATE
           ) END-EXEC.
       01  DCLTB-AUTOPAY-MANDATES.
           10 HV-APM-POL-ID        PIC X(10).
           10 HV-APM-FUNDING-REF   PIC X(20).
           10 HV-APM-STATUS        PIC X(9).
           10 HV-APM-START-DATE    PIC X(10).
           10 HV-APM-REVOKE-DATE   PIC X(10).
      ******************************************************************
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-09-02 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - MANDATE_STATUS WIDENED TO CHAR(9) FOR         *
      *                  'SUSPENDED'                                   *
      *  2026-10-15 KC - PGMDMFM SUSPENDS ON A DEATH MASTER FILE MATCH *
      ******************************************************************
