      ******************************************************************
      * DCLGEN TABLE(TB_SETTLEMENT_OPTIONS)                            *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBSETOPT))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-STO-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE HOLDER'S ELECTED MATURITY SETTLEMENT OPTION, ONE ROW PER   *
      * POL_ID. SETTLE_OPTION 'L' LUMP SUM (THE DEFAULT WITH NO ROW),  *
      * 'M' MONTHLY OR 'A' ANNUAL INSTALLMENTS OVER SETTLE_YEARS (5 OR *
      * 10). ELECTED ON THE POL9 SCREEN (3299) OR BY A PGMRNWL         *
      * 'SETTLE' PARM, ANY TIME BEFORE MATURITY_DATE. AT MATURITY      *
      * PGMDISB BUILDS THE TB_SETTLEMENT_SCHEDULE ROWS, MOVES THE ROW  *
      * 'ELECTED' TO 'PAYING' WITH PAYOUT_BALANCE HOLDING THE NET      *
      * PROCEEDS, AND EACH INSTALLMENT CREDITS INTEREST AT THE         *
      * TB_CREDIT_RATES DECLARED RATE ON THAT BALANCE SINCE            *
      * LAST_INT_DATE BEFORE PAYING ITS SHARE. THE LAST INSTALLMENT    *
      * MOVES IT TO 'COMPLETE'.                                        *
      ******************************************************************
           EXEC SQL DECLARE TB_SETTLEMENT_OPTIONS TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             SETTLE_OPTION                  CHAR(1)  NOT NULL,
             SETTLE_YEARS                   DECIMAL(2, 0) NOT NULL,
             ELECT_DATE                     DATE     NOT NULL,
             ELECTED_BY                     CHAR(10) NOT NULL,
             SETTLE_STATUS                  CHAR(8)  NOT NULL,
             PAYOUT_BALANCE                 DECIMAL(11, 2),
             LAST_INT_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_SETTLEMENT_OPTIONS              *
      ******************************************************************
       01  DCLTB-SETTLEMENT-OPTIONS.
           10 HV-STO-POL-ID        PIC X(10).
           10 HV-STO-SETTLE-OPTION PIC X(1).
           10 HV-STO-SETTLE-YEARS  PIC S9(2)V USAGE COMP-3.
           10 HV-STO-ELECT-DATE    PIC X(10).
           10 HV-STO-ELECTED-BY    PIC X(10).
           10 HV-STO-SETTLE-STATUS PIC X(8).
           10 HV-STO-PAYOUT-BAL    PIC S9(9)V9(2) USAGE COMP-3.
           10 HV-STO-LAST-INT-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
