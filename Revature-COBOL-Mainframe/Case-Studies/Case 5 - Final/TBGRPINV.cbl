      ******************************************************************
      * DCLGEN TABLE(TB_GROUP_INVOICES)                                *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBGRPINV))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GIV-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE ONE CONSOLIDATED MONTHLY INVOICE PGMGRPB RAISES PER GROUP  *
      * AND INV_PERIOD ('YYYY-MM'), BILLED IN ADVANCE. PREMIUM_AMT IS  *
      * THE MEMBER LIST AT FULL MONTHLY PREMIUM, ADJUST_AMT THE NET OF *
      * THE JOINER/LEAVER PRO-RATA ROWS ON TB_GROUP_ADJUSTMENTS NOT    *
      * YET BILLED (NEGATIVE WHEN CREDITS OUTWEIGH CHARGES), AND       *
      * TOTAL_AMT THE TWO TOGETHER. IDS COME FROM TB_ID_CONTROL 'GINV'.*
      ******************************************************************
           EXEC SQL DECLARE TB_GROUP_INVOICES TABLE
           ( INVOICE_ID                     CHAR(10) NOT NULL,
             GROUP_ID                       CHAR(10) NOT NULL,
             INV_PERIOD                     CHAR(7)  NOT NULL,
             INV_DATE                       DATE     NOT NULL,
             MEMBER_COUNT                   DECIMAL(5, 0) NOT NULL,
             PREMIUM_AMT                    DECIMAL(9, 0) NOT NULL,
             ADJUST_AMT                     DECIMAL(9, 0) NOT NULL,
             TOTAL_AMT                      DECIMAL(9, 0) NOT NULL,
             INV_STATUS                     CHAR(8)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_GROUP_INVOICES                  *
      ******************************************************************
       01  DCLTB-GROUP-INVOICES.
           10 HV-GIV-INVOICE-ID    PIC X(10).
           10 HV-GIV-GROUP-ID      PIC X(10).
           10 HV-GIV-INV-PERIOD    PIC X(7).
           10 HV-GIV-INV-DATE      PIC X(10).
           10 HV-GIV-MEMBER-COUNT  PIC S9(5)V USAGE COMP-3.
           10 HV-GIV-PREMIUM-AMT   PIC S9(9)V USAGE COMP-3.
           10 HV-GIV-ADJUST-AMT    PIC S9(9)V USAGE COMP-3.
           10 HV-GIV-TOTAL-AMT     PIC S9(9)V USAGE COMP-3.
           10 HV-GIV-STATUS        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
