      ******************************************************************
      * DCLGEN TABLE(TB_PAYEE_BANK_ACCOUNTS)                           *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBPAYBNK))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-PBK-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE BANK ACCOUNT A PAYOUT IS CREDITED TO, KEYED BY POL_ID +    *
      * PAYEE_NAME - THE SAME PAIR A TB_DISBURSEMENTS ROW NAMES ITS    *
      * PAYEE BY, SO A HOLDER, A NOMINEE, AN APPOINTEE OR AN ASSIGNEE  *
      * ON THE SAME POLICY EACH HAVE THEIR OWN. ACCOUNT_TYPE IS 'C'    *
      * CHECKING OR 'S' SAVINGS. ONLY AN 'ACTIVE' ROW IS USED -        *
      * PGMPAYX SENDS THE PAYOUT AS AN ACH CREDIT TO IT, AND A PAYEE   *
      * WITH NO ACTIVE ROW IS SENT A CHEQUE INSTEAD.                   *
      ******************************************************************
           EXEC SQL DECLARE TB_PAYEE_BANK_ACCOUNTS TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             PAYEE_NAME                     VARCHAR(20) NOT NULL,
             ROUTING_NO                     CHAR(9)  NOT NULL,
             ACCOUNT_NO                     CHAR(17) NOT NULL,
             ACCOUNT_TYPE                   CHAR(1)  NOT NULL,
             ACCT_STATUS                    CHAR(8)  NOT NULL,
             VERIFIED_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_PAYEE_BANK_ACCOUNTS             *
      ******************************************************************
       01  DCLTB-PAYEE-BANK-ACCOUNTS.
           10 HV-PBK-POL-ID        PIC X(10).
           10 HV-PBK-PAYEE-NAME.
              49 HV-PBK-PAYEE-LEN  PIC S9(4) USAGE COMP.
              49 HV-PBK-PAYEE-TEXT PIC X(20).
           10 HV-PBK-ROUTING-NO    PIC X(9).
           10 HV-PBK-ACCOUNT-NO    PIC X(17).
           10 HV-PBK-ACCOUNT-TYPE  PIC X(1).
           10 HV-PBK-ACCT-STATUS   PIC X(8).
           10 HV-PBK-VERIFIED-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
