      ******************************************************************
      * DCLGEN TABLE(TB_INFORCE_BALANCES)                              *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBINFBAL))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-INF-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE BOOK IN FORCE AT EACH MONTH-END (VAL_DATE = THE LAST DAY   *
      * OF THE MONTH) AS PGMINFR COUNTED IT FROM TB_POLICY_DETAILS,    *
      * ONE ROW PER POL_TYPE AND CURRENCY_CODE. THE NEXT MONTH'S RUN   *
      * STARTS ITS ROLL-FORWARD FROM THE LATEST EARLIER VAL_DATE. A    *
      * RERUN FOR THE SAME MONTH REPLACES ITS ROWS.                    *
      ******************************************************************
           EXEC SQL DECLARE TB_INFORCE_BALANCES TABLE
           ( VAL_DATE                       DATE     NOT NULL,
             POL_TYPE                       CHAR(3)  NOT NULL,
             CURRENCY_CODE                  CHAR(3)  NOT NULL,
             POLICY_COUNT                   DECIMAL(9, 0) NOT NULL,
             SUM_ASSURED                    DECIMAL(15, 0) NOT NULL,
             RUN_DATE                       DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_INFORCE_BALANCES                *
      ******************************************************************
       01  DCLTB-INFORCE-BALANCES.
           10 HV-INF-VAL-DATE      PIC X(10).
           10 HV-INF-POL-TYPE      PIC X(3).
           10 HV-INF-CURRENCY-CODE PIC X(3).
           10 HV-INF-POLICY-COUNT  PIC S9(9)V USAGE COMP-3.
           10 HV-INF-SUM-ASSURED   PIC S9(15)V USAGE COMP-3.
           10 HV-INF-RUN-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
