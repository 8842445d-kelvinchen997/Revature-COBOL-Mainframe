      ******************************************************************
      * DCLGEN TABLE(TB_LATE_CHARGE_RULES)                             *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBLATRUL))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-LCR-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LATE-PAYMENT CHARGE PER POL_TYPE, SET BY THE PRODUCT TEAM.     *
      * CHARGE_METHOD 'FLAT' CHARGES CHARGE_VALUE AS A FIXED AMOUNT;   *
      * 'PCT' CHARGES CHARGE_VALUE PERCENT OF THE INSTALLMENT'S        *
      * DUE_AMOUNT. GRACE_DAYS IS HOW LONG AN INSTALLMENT MAY STAY     *
      * UNPAID PAST ITS DUE DATE BEFORE PGMLATE CHARGES IT. ROWS ARE   *
      * EFFECTIVE-DATED LIKE TB_WITHHOLD_RULES - THE LATEST EFF_DATE   *
      * NOT AFTER TODAY WINS. A POL_TYPE WITH NO ROW IS NEVER CHARGED. *
      ******************************************************************
           EXEC SQL DECLARE TB_LATE_CHARGE_RULES TABLE
           ( POL_TYPE                       CHAR(3)  NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             CHARGE_METHOD                  CHAR(4)  NOT NULL,
             CHARGE_VALUE                   DECIMAL(7, 2) NOT NULL,
             GRACE_DAYS                     DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_LATE_CHARGE_RULES               *
      ******************************************************************
       01  DCLTB-LATE-CHARGE-RULES.
           10 HV-LCR-POL-TYPE      PIC X(3).
           10 HV-LCR-EFF-DATE      PIC X(10).
           10 HV-LCR-CHARGE-METHOD PIC X(4).
           10 HV-LCR-CHARGE-VALUE  PIC S9(5)V9(2) USAGE COMP-3.
           10 HV-LCR-GRACE-DAYS    PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
