      ******************************************************************
      * DCLGEN TABLE(TB_PREMIUM_DEPOSITS)                              *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBPRMDEP))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-PDP-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ADVANCE PREMIUM DEPOSIT LEDGER - ONE ROW PER MOVEMENT, SIGNED, *
      * SO A POLICY'S DEPOSIT BALANCE IS SUM(AMOUNT) FOR ITS POL_ID.   *
      * TXN_TYPE 'DEPOSIT' (+) IS MONEY RECEIVED OVER THE BALANCE DUE  *
      * AT 3210-P-OPTION1 OR ON THE PGMLBX LOCKBOX FILE; 'APPLIED' (-) *
      * IS AN INSTALLMENT PGMPDEP PAID FROM THE BALANCE ON ITS DUE     *
      * DATE (REF_ID IS THE DUE_SEQ); 'REFUND' (-) IS THE REMAINDER    *
      * PGMPDEP PAID BACK AT SURRENDER, MATURITY OR DEATH (REF_ID IS   *
      * THE TB_DISBURSEMENTS DISB_ID). A DEPOSIT IS NOT PREMIUM UNTIL  *
      * IT IS APPLIED, SO IT NEVER APPEARS IN TB_PREMIUM_PAYMENTS.     *
      ******************************************************************
           EXEC SQL DECLARE TB_PREMIUM_DEPOSITS TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             TXN_DATE                       DATE     NOT NULL,
             TXN_TYPE                       CHAR(8)  NOT NULL,
             AMOUNT                         DECIMAL(7, 0) NOT NULL,
             TXN_BY                         CHAR(10) NOT NULL,
             REF_ID                         CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_PREMIUM_DEPOSITS                *
      ******************************************************************
       01  DCLTB-PREMIUM-DEPOSITS.
           10 HV-PDP-POL-ID        PIC X(10).
           10 HV-PDP-TXN-DATE      PIC X(10).
           10 HV-PDP-TXN-TYPE      PIC X(8).
           10 HV-PDP-AMOUNT        PIC S9(7)V USAGE COMP-3.
           10 HV-PDP-TXN-BY        PIC X(10).
           10 HV-PDP-REF-ID        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
