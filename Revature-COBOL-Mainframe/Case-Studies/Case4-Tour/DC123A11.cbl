      ******************************************************************
      * DCLGEN TABLE(TOUR_PROMOTION)                                   *
      *        LIBRARY(ARI011.KELVIN.ASGMTL3.TOUR.PDS(DC123A11))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-PRM-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MARKETING'S PROMOTION / VOUCHER CODES - ONE ROW PER CODE.      *
      * DISCOUNT_TYPE SAYS WHAT DISCOUNT_VALUE MEANS:                  *
      *     'P'  PERCENT OFF THE BOOKING'S FINAL PRICE                 *
      *     'F'  FIXED AMOUNT OFF, IN THE BOOKING'S OWN CURRENCY       *
      *     'H'  FREE HEADS - THAT MANY HEADS GO FREE AT PRICE_PER_HEAD*
      * THE CODE ONLY APPLIES TO A TOUR_DATE FROM VALID_FROM TO        *
      * VALID_TO (BOTH INCLUSIVE), A GROUP OF AT LEAST MIN_GROUP, AND  *
      * A PLACE LISTED FOR IT ON TOUR_PROMO_PLACE (NO ROWS THERE MEANS *
      * EVERY PLACE). USAGE_LIMIT CAPS THE REDEMPTIONS (0 = NO CAP) AND*
      * USAGE_COUNT IS BUMPED BY EACH BOOKING THAT REDEEMS THE CODE.   *
      * STACK_RULE IS 'S' WHEN THE CODE STACKS ON TOP OF THE GROUP     *
      * DISCOUNT, OR 'B' WHEN THE BOOKING ONLY GETS THE BETTER OF THE  *
      * TWO - THE CODE THEN ONLY TOPS UP WHAT IT IS WORTH OVER THE     *
      * GROUP DISCOUNT ALREADY GIVEN.                                  *
      ******************************************************************
           EXEC SQL DECLARE TOUR_PROMOTION TABLE
           ( PROMO_CODE                     CHAR(10) NOT NULL,
             DESCRIPTION                    CHAR(30) NOT NULL,
             DISCOUNT_TYPE                  CHAR(1) NOT NULL,
             DISCOUNT_VALUE                 INTEGER NOT NULL,
             MIN_GROUP                      INTEGER NOT NULL,
             VALID_FROM                     DATE NOT NULL,
             VALID_TO                       DATE NOT NULL,
             USAGE_LIMIT                    INTEGER NOT NULL,
             USAGE_COUNT                    INTEGER NOT NULL,
             STACK_RULE                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_PROMOTION                     *
      ******************************************************************
       01  DCLTOUR-PROMOTION.
           10 HV-PRM-PROMO-CODE    PIC X(10).
           10 HV-PRM-DESCRIPTION   PIC X(30).
           10 HV-PRM-DISCOUNT-TYPE PIC X(1).
           10 HV-PRM-DISCOUNT-VALUE
              PIC S9(9) USAGE COMP.
           10 HV-PRM-MIN-GROUP     PIC S9(9) USAGE COMP.
           10 HV-PRM-VALID-FROM    PIC X(10).
           10 HV-PRM-VALID-TO      PIC X(10).
           10 HV-PRM-USAGE-LIMIT   PIC S9(9) USAGE COMP.
           10 HV-PRM-USAGE-COUNT   PIC S9(9) USAGE COMP.
           10 HV-PRM-STACK-RULE    PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
