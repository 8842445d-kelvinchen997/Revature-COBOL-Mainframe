      ******************************************************************
      * DCLGEN TABLE(TB_UPR_BALANCES)                                  *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBUPRBAL))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-UPR-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE UNEARNED PREMIUM RESERVE PGMUPR COMPUTED AT EACH MONTH-END *
      * (VAL_DATE = THE LAST DAY OF THE MONTH), ONE ROW PER POL_TYPE   *
      * AND CURRENCY_CODE. THE NEXT MONTH'S RUN JOURNALS THE MOVEMENT  *
      * AGAINST THE LATEST EARLIER VAL_DATE. A RERUN FOR THE SAME      *
      * MONTH REPLACES ITS ROWS.                                       *
      ******************************************************************
           EXEC SQL DECLARE TB_UPR_BALANCES TABLE
           ( VAL_DATE                       DATE     NOT NULL,
             POL_TYPE                       CHAR(3)  NOT NULL,
             CURRENCY_CODE                  CHAR(3)  NOT NULL,
             PAYMENT_COUNT                  DECIMAL(7, 0) NOT NULL,
             UPR_AMT                        DECIMAL(13, 0) NOT NULL,
             RUN_DATE                       DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_UPR_BALANCES                    *
      ******************************************************************
       01  DCLTB-UPR-BALANCES.
           10 HV-UPR-VAL-DATE      PIC X(10).
           10 HV-UPR-POL-TYPE      PIC X(3).
           10 HV-UPR-CURRENCY-CODE PIC X(3).
           10 HV-UPR-PAYMENT-COUNT PIC S9(7)V USAGE COMP-3.
           10 HV-UPR-UPR-AMT       PIC S9(13)V USAGE COMP-3.
           10 HV-UPR-RUN-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
