      ******************************************************************
      * DCLGEN TABLE(TOUR_CANC_FEE_TIER)                               *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC113A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-TCF-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE CANCELLATION FEE SCHEDULE - ONE ROW PER BAND OF DAYS       *
      * BEFORE TOUR_DATE (MIN_DAYS TO MAX_DAYS, BOTH INCLUSIVE) WITH   *
      * THE PERCENTAGE OF THE AMOUNT ALREADY PAID THAT IS REFUNDED;    *
      * THE REST IS KEPT AS THE CANCELLATION FEE. E.G.                 *
      *     31 - 9999  100   FULL REFUND                               *
      *      8 -   30   50   HALF KEPT                                 *
      *      0 -    7    0   NOTHING BACK                              *
      * READ BY CN013A11 WHEN A BOOKING CANCELS. THE BANDS MUST NOT    *
      * OVERLAP; A CANCELLATION THAT FALLS IN NO BAND IS REFUNDED IN   *
      * FULL AND REPORTED SO THE GAP GETS FIXED.                       *
      ******************************************************************
           EXEC SQL DECLARE TOUR_CANC_FEE_TIER TABLE
           ( MIN_DAYS                       INTEGER  NOT NULL,
             MAX_DAYS                       INTEGER  NOT NULL,
             REFUND_PCT                     INTEGER  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_CANC_FEE_TIER                 *
      ******************************************************************
       01  DCLTOUR-CANC-FEE-TIER.
           10 HV-TCF-MIN-DAYS      PIC S9(9) USAGE COMP.
           10 HV-TCF-MAX-DAYS      PIC S9(9) USAGE COMP.
           10 HV-TCF-REFUND-PCT    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
