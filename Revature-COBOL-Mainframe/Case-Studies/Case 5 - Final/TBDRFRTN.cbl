      ******************************************************************
      * DCLGEN TABLE(TB_DRAFT_RETURNS)                                 *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBDRFRTN))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-DRT-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER AUTOPAY DRAFT THE BANK SENT BACK UNPAID (NSF,      *
      * ACCOUNT CLOSED, ...), WRITTEN BY PGMNSF AS IT REVERSES THE     *
      * PGMAUTO POSTING. POL_ID + DUE_SEQ IS THE TB_PREMIUM_SCHEDULE   *
      * INSTALLMENT REOPENED. RETURN_CODE IS THE BANK'S REASON CODE    *
      * AND RETURN_DATE THE BANK'S DATE; PROCESSED_DATE IS WHEN THE    *
      * REVERSAL WAS POSTED - PGMCORR LETTERS THE HOLDER OFF IT AND    *
      * PGMNSF COUNTS THE ROWS SINCE THE MANDATE'S START_DATE TO       *
      * DECIDE WHEN TO SUSPEND IT.                                     *
      ******************************************************************
           EXEC SQL DECLARE TB_DRAFT_RETURNS TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
             DUE_SEQ                        DECIMAL(4, 0) NOT NULL,
             DUE_DATE                       DATE     NOT NULL,
             AMOUNT                         DECIMAL(7, 0) NOT NULL,
             FUNDING_REF                    CHAR(20),
             RETURN_CODE                    CHAR(3)  NOT NULL,
             RETURN_DATE                    DATE,
             PROCESSED_DATE                 DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_DRAFT_RETURNS                   *
      ******************************************************************
       01  DCLTB-DRAFT-RETURNS.
           10 HV-DRT-POL-ID        PIC X(10).
           10 HV-DRT-DUE-SEQ       PIC S9(4)V USAGE COMP-3.
           10 HV-DRT-DUE-DATE      PIC X(10).
           10 HV-DRT-AMOUNT        PIC S9(7)V USAGE COMP-3.
           10 HV-DRT-FUNDING-REF   PIC X(20).
           10 HV-DRT-RETURN-CODE   PIC X(3).
           10 HV-DRT-RETURN-DATE   PIC X(10).
           10 HV-DRT-PROCESSED-DATE PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
