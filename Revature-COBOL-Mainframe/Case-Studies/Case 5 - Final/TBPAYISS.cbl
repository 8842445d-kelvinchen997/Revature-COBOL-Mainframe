      ******************************************************************
      * DCLGEN TABLE(TB_PAYMENT_ISSUES)                                *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBPAYISS))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-PIS-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER TB_DISBURSEMENTS PAYOUT THAT HAS GONE TO THE BANK, *
      * WRITTEN BY PGMPAYX WHEN IT PUTS THE ITEM ON THE ACH FILE       *
      * (PAY_METHOD 'ACH') OR THE CHEQUE-PRINT AND POSITIVE-PAY FILES  *
      * ('CHK', WITH THE TB_ID_CONTROL 'CHQ ' SERIAL IN CHEQUE_NO). AN *
      * ISSUED PAYOUT WITH NO ROW HERE IS STILL TO BE SENT. WHEN A     *
      * SENT CHEQUE IS LATER VOIDED, VOID_SENT_DATE RECORDS THE DAY    *
      * ITS CANCELLATION WENT OUT ON THE POSITIVE-PAY FILE. PAYOUTS    *
      * KEYED INTO THE BANK PORTAL BY HAND BEFORE PGMPAYX WENT LIVE    *
      * ARE LOADED AS PAY_METHOD 'MAN' SO THEY ARE NEVER SENT TWICE.   *
      ******************************************************************
           EXEC SQL DECLARE TB_PAYMENT_ISSUES TABLE
           ( DISB_ID                        CHAR(10) NOT NULL,
             PAY_METHOD                     CHAR(3)  NOT NULL,
             CHEQUE_NO                      CHAR(10),
             SENT_DATE                      DATE     NOT NULL,
             VOID_SENT_DATE                 DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_PAYMENT_ISSUES                  *
      ******************************************************************
       01  DCLTB-PAYMENT-ISSUES.
           10 HV-PIS-DISB-ID       PIC X(10).
           10 HV-PIS-PAY-METHOD    PIC X(3).
           10 HV-PIS-CHEQUE-NO     PIC X(10).
           10 HV-PIS-SENT-DATE     PIC X(10).
           10 HV-PIS-VOID-SENT-DT  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
