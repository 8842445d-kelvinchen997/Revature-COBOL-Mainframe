      ******************************************************************
      * DCLGEN TABLE(TB_COMM_EFT_RETURNS)                              *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBCOMRTN))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-CRT-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER COMMISSION EFT CREDIT THE BANK SENT BACK. PGMCEFT  *
      * 'RETURN' WRITES IT AS IT FLIPS THE AGENT'S PAID LEDGER ROWS    *
      * FOR THAT SETTLE_DATE BACK TO PAYABLE - THE LEDGER THEN NO      *
      * LONGER SHOWS THE FAILED SETTLEMENT, SO THIS IS WHERE IT IS     *
      * REMEMBERED: THE BANK'S REASON, THE AMOUNT THAT CAME BACK AND   *
      * HOW MANY ROWS WENT BACK TO PAYABLE (ZERO FOR A RETURN THAT     *
      * MATCHED NOTHING). THE AGENT COMMISSION INQUIRY SHOWS IT        *
      * AGAINST THE AGENT'S LATEST SETTLEMENT.                         *
      ******************************************************************
           EXEC SQL DECLARE TB_COMM_EFT_RETURNS TABLE
           ( AGENT_ID                       CHAR(10) NOT NULL,
             SETTLE_DATE                    DATE     NOT NULL,
             REASON_CODE                    CHAR(8)  NOT NULL,
             RETURN_DATE                    DATE     NOT NULL,
             ROWS_FLIPPED                   DECIMAL(5, 0) NOT NULL,
             RETURN_AMOUNT                  DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_COMM_EFT_RETURNS                *
      ******************************************************************
       01  DCLTB-COMM-EFT-RETURNS.
           10 HV-CRT-AGENT-ID      PIC X(10).
           10 HV-CRT-SETTLE-DATE   PIC X(10).
           10 HV-CRT-REASON-CODE   PIC X(8).
           10 HV-CRT-RETURN-DATE   PIC X(10).
           10 HV-CRT-ROWS-FLIPPED  PIC S9(5)V USAGE COMP-3.
           10 HV-CRT-RETURN-AMOUNT PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
