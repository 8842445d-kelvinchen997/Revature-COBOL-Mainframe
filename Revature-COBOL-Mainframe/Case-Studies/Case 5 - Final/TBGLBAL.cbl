      ******************************************************************
      * DCLGEN TABLE(TB_GL_BALANCES)                                   *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBGLBAL))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GLB-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER GENERAL-LEDGER ACCOUNT PER ACCOUNTING PERIOD       *
      * (PERIOD_START AS ON TB_ACCT_PERIODS). PGMGLPST ADDS EACH DAY'S *
      * RELEASED JOURNAL LINES TO PERIOD_DR / PERIOD_CR; WHEN PGMPCLS  *
      * CLOSES A PERIOD IT CARRIES EVERY ACCOUNT'S CLOSING BALANCE     *
      * (OPENING_BAL + PERIOD_DR - PERIOD_CR, DEBIT POSITIVE) INTO THE *
      * NEXT PERIOD'S OPENING_BAL. PGMTBAL PRINTS THE TRIAL BALANCE.   *
      ******************************************************************
           EXEC SQL DECLARE TB_GL_BALANCES TABLE
           ( GL_ACCOUNT                     CHAR(8)  NOT NULL,
             PERIOD_START                   DATE     NOT NULL,
             OPENING_BAL                    DECIMAL(15, 0) NOT NULL,
             PERIOD_DR                      DECIMAL(15, 0) NOT NULL,
             PERIOD_CR                      DECIMAL(15, 0) NOT NULL,
             LAST_POST_DATE                 DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_GL_BALANCES                     *
      ******************************************************************
       01  DCLTB-GL-BALANCES.
           10 HV-GLB-GL-ACCOUNT    PIC X(8).
           10 HV-GLB-PERIOD-START  PIC X(10).
           10 HV-GLB-OPENING-BAL   PIC S9(15)V USAGE COMP-3.
           10 HV-GLB-PERIOD-DR     PIC S9(15)V USAGE COMP-3.
           10 HV-GLB-PERIOD-CR     PIC S9(15)V USAGE COMP-3.
           10 HV-GLB-LAST-POST-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
