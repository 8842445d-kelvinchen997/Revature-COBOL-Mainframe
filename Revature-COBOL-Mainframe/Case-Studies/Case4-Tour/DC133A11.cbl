      ******************************************************************
      * DCLGEN TABLE(TOUR_PROMO_PLACE)                                 *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC133A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-PPL-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE PLACES A TOUR_PROMOTION CODE MAY BE REDEEMED AT - ONE ROW  *
      * PER PROMO_CODE/TOUR_PLACE. A CODE WITH NO ROWS HERE IS GOOD    *
      * AT EVERY PLACE.                                                *
      ******************************************************************
           EXEC SQL DECLARE TOUR_PROMO_PLACE TABLE
           ( PROMO_CODE                     CHAR(10) NOT NULL,
             TOUR_PLACE                     CHAR(15) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_PROMO_PLACE                   *
      ******************************************************************
       01  DCLTOUR-PROMO-PLACE.
           10 HV-PPL-PROMO-CODE    PIC X(10).
           10 HV-PPL-TOUR-PLACE    PIC X(15).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
