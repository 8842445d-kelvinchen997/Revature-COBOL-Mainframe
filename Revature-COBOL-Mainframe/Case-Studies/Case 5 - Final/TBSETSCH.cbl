      ******************************************************************
      * DCLGEN TABLE(TB_SETTLEMENT_SCHEDULE)                           *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBSETSCH))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-STS-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE MATURITY INSTALLMENT PLAN PGMDISB BUILDS FOR A POLICY      *
      * WHOSE TB_SETTLEMENT_OPTIONS ROW ELECTED 'M' OR 'A' - ONE ROW   *
      * PER INSTALLMENT, INST_SEQ 1 DUE ON THE SETTLEMENT DATE AND     *
      * EACH NEXT ONE A MONTH OR A YEAR LATER, ROLLED FORWARD PAST     *
      * TB_BUSINESS_CALENDAR NON-BUSINESS DAYS. INST_AMOUNT AND        *
      * DISB_ID ARE FILLED WHEN THE INSTALLMENT IS ISSUED AND THE ROW  *
      * GOES 'OPEN' TO 'PAID'.                                         *
      ******************************************************************
           EXEC SQL DECLARE TB_SETTLEMENT_SCHEDULE TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             INST_SEQ                       DECIMAL(3, 0) NOT NULL,
             DUE_DATE                       DATE     NOT NULL,
             INST_AMOUNT                    DECIMAL(9, 2),
             INST_STATUS                    CHAR(8)  NOT NULL,
             DISB_ID                        CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_SETTLEMENT_SCHEDULE             *
      ******************************************************************
       01  DCLTB-SETTLEMENT-SCHEDULE.
           10 HV-STS-POL-ID        PIC X(10).
           10 HV-STS-INST-SEQ      PIC S9(3)V USAGE COMP-3.
           10 HV-STS-DUE-DATE      PIC X(10).
           10 HV-STS-INST-AMOUNT   PIC S9(7)V9(2) USAGE COMP-3.
           10 HV-STS-INST-STATUS   PIC X(8).
           10 HV-STS-DISB-ID       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
