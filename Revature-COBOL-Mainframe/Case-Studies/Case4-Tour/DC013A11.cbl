             PRICE_PER_HEAD                 INTEGER NOT NULL,
             CUSTOMER_ID                    CHAR(10) NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             BOOKING_REF                    CHAR(12),
             PROMO_CODE                     CHAR(10),
             AGENCY_ID                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TOUR_DETAILS                       *
           10 HV-TOUR-CURRENCY-CODE
              PIC X(3).
           10 HV-TOUR-BOOKING-REF  PIC X(12).
           10 HV-TOUR-PROMO-CODE   PIC X(10).
           10 HV-TOUR-AGENCY-ID    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - ADDED BOOKING_REF, THE UNIQUE BOOKING KEY      *
      *                  ASSIGNED BY CA013A11 AND CARRIED END TO END    *
      *  2026-10-15 KC - ADDED PROMO_CODE, THE TOUR_PROMOTION CODE THE  *
      *                  BOOKING WAS MADE UNDER (NULL/BLANK IF NONE)    *
      *  2026-10-15 KC - ADDED AGENCY_ID, THE TOUR_AGENCY THE BOOKING   *
      *                  CAME THROUGH (NULL/BLANK IF BOOKED DIRECT)     *
      ******************************************************************
