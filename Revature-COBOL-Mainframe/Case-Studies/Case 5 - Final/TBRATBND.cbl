      ******************************************************************
      * DCLGEN TABLE(TB_RATE_BANDS)                                    *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBRATBND))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-RBD-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AGE-BAND AND SMOKER-CLASS LOADINGS PER POL_TYPE. THE HOLDER'S  *
      * ATTAINED AGE ON THE RATING DATE (DOB TO POL_STRT_DATE AT BIND, *
      * TO TODAY ON A RE-RATE, TO THE OLD MATURITY DATE ON A RENEWAL)  *
      * FALLS BETWEEN AGE_FROM AND AGE_TO OF ONE ROW FOR THE HOLDER'S  *
      * SMOKER_CLASS ('S' SMOKER, 'N' NON-SMOKER), AND THAT ROW'S      *
      * BAND_FACTOR MULTIPLIES THE POL_TYPE RATE FACTOR IN THE BIND    *
      * FORMULA. ROWS ARE EFFECTIVE-DATED LIKE TB_POLICY_RATES - THE   *
      * LATEST EFF_DATE NOT AFTER THE RATING DATE WINS. NO MATCHING    *
      * ROW RATES AT A BAND FACTOR OF 1.00, SO A POL_TYPE NOBODY HAS   *
      * BANDED YET PRICES EXACTLY AS IT ALWAYS DID. 3132, 3161, 3181,  *
      * PGMRERT, PGMINDX AND PGMRNWL ALL READ THIS TABLE.              *
      ******************************************************************
           EXEC SQL DECLARE TB_RATE_BANDS TABLE
           ( POL_TYPE                       CHAR(3)  NOT NULL,
             SMOKER_CLASS                   CHAR(1)  NOT NULL,
             AGE_FROM                       DECIMAL(3, 0) NOT NULL,
             AGE_TO                         DECIMAL(3, 0) NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             BAND_FACTOR                    DECIMAL(3, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_RATE_BANDS                      *
      ******************************************************************
       01  DCLTB-RATE-BANDS.
           10 HV-RBD-POL-TYPE      PIC X(3).
           10 HV-RBD-SMOKER-CLASS  PIC X(1).
           10 HV-RBD-AGE-FROM      PIC S9(3)V USAGE COMP-3.
           10 HV-RBD-AGE-TO        PIC S9(3)V USAGE COMP-3.
           10 HV-RBD-EFF-DATE      PIC X(10).
           10 HV-RBD-BAND-FACTOR   PIC S9(1)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
