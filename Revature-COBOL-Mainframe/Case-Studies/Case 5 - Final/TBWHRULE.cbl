      ******************************************************************
      * DCLGEN TABLE(TB_WITHHOLD_RULES)                                *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBWHRULE))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-WHR-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * INCOME-TAX WITHHOLDING TAKEN OFF A PAYOUT WHEN IT IS ISSUED,   *
      * PER TB_DISBURSEMENTS SOURCE_TYPE AND PAYEE_STATUS: 'TIN' FOR A *
      * PAYEE WITH A TAX ID ON FILE, 'NOTIN' FOR ONE WITHOUT (BACKUP   *
      * WITHHOLDING) AND 'ASGN' FOR A COLLATERAL ASSIGNEE. ROWS ARE    *
      * EFFECTIVE-DATED LIKE TB_RATE_BANDS - THE LATEST EFF_DATE NOT   *
      * AFTER THE ISSUE DATE WINS. NO MATCHING ROW WITHHOLDS NOTHING,  *
      * SAME CONVENTION AS TB_UW_LIMITS. WH_CODE IS STAMPED ON THE     *
      * DISBURSEMENT AND DRIVES THE PGMWHR MONTHLY REMITTANCE.         *
      ******************************************************************
           EXEC SQL DECLARE TB_WITHHOLD_RULES TABLE
           ( SOURCE_TYPE                    CHAR(3)  NOT NULL,
             PAYEE_STATUS                   CHAR(5)  NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             WH_PCT                         DECIMAL(5, 2) NOT NULL,
             WH_CODE                        CHAR(4)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_WITHHOLD_RULES                  *
      ******************************************************************
       01  DCLTB-WITHHOLD-RULES.
           10 HV-WHR-SOURCE-TYPE   PIC X(3).
           10 HV-WHR-PAYEE-STATUS  PIC X(5).
           10 HV-WHR-EFF-DATE      PIC X(10).
           10 HV-WHR-WH-PCT        PIC S9(3)V9(2) USAGE COMP-3.
           10 HV-WHR-WH-CODE       PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
