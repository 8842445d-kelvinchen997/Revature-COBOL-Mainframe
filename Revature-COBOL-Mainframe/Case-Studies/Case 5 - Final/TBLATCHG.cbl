      ******************************************************************
      * DCLGEN TABLE(TB_LATE_CHARGES)                                  *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBLATCHG))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-LCH-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER LATE-PAYMENT CHARGE - AT MOST ONE PER INSTALLMENT  *
      * (POL_ID, DUE_SEQ). PGMLATE WRITES IT 'ASSESSED' AND ADDS       *
      * CHARGE_AMT TO THE POLICY'S OUTSTANDING_AMNT, SO IT IS          *
      * COLLECTED WITH THE BALANCE DUE. WHOEVER CLEARS THAT BALANCE    *
      * (3210-P-OPTION1, PGMLBX, PGMAUTO, PGMPDEP, PGMLAPSE'S PREMIUM  *
      * LOAN) MOVES IT TO 'PAID'; A SUPERVISOR MAY MOVE IT TO 'WAIVED' *
      * (SUPM OPTION C), WHICH TAKES IT BACK OFF OUTSTANDING_AMNT.     *
      * STATUS_DATE/STATUS_BY RECORD THE LAST CHANGE - PGMGLJL         *
      * JOURNALS THE CHARGES PAID EACH DAY AS FEE INCOME.              *
      ******************************************************************
           EXEC SQL DECLARE TB_LATE_CHARGES TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             DUE_SEQ                        DECIMAL(4, 0) NOT NULL,
             CHARGE_DATE                    DATE     NOT NULL,
             CHARGE_AMT                     DECIMAL(7, 0) NOT NULL,
             CHARGE_STATUS                  CHAR(8)  NOT NULL,
             STATUS_DATE                    DATE     NOT NULL,
             STATUS_BY                      CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_LATE_CHARGES                    *
      ******************************************************************
       01  DCLTB-LATE-CHARGES.
           10 HV-LCH-POL-ID        PIC X(10).
           10 HV-LCH-DUE-SEQ       PIC S9(4)V USAGE COMP-3.
           10 HV-LCH-CHARGE-DATE   PIC X(10).
           10 HV-LCH-CHARGE-AMT    PIC S9(7)V USAGE COMP-3.
           10 HV-LCH-STATUS        PIC X(8).
           10 HV-LCH-STATUS-DATE   PIC X(10).
           10 HV-LCH-STATUS-BY     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
