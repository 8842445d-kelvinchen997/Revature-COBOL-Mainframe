             GROUP_DISCOUNT                 INTEGER NOT NULL,
             CUSTOMER_ID                    CHAR(10) NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             BOOKING_REF                    CHAR(12),
             PROMO_CODE                     CHAR(10),
             PROMO_DISCOUNT                 INTEGER,
             AGENCY_ID                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SEASON_DISCOUNT                    *
           10 HV-SDIS-CURRENCY-CODE
              PIC X(3).
           10 HV-SDIS-BOOKING-REF  PIC X(12).
           10 HV-SDIS-PROMO-CODE   PIC X(10).
           10 HV-SDIS-PROMO-DISCOUNT
              PIC S9(9) USAGE COMP.
           10 HV-SDIS-AGENCY-ID    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - ADDED BOOKING_REF, CARRIED FROM TOUR_DETAILS   *
      *                  SO DOWNSTREAM NETTING MATCHES ON ONE KEY       *
      *  2026-10-15 KC - ADDED PROMO_CODE AND PROMO_DISCOUNT, THE CODE  *
      *                  REDEEMED AND THE AMOUNT IT TOOK OFF FINAL_PRICE*
      *  2026-10-15 KC - ADDED AGENCY_ID, THE TOUR_AGENCY THAT SOLD THE *
      *                  BOOKING (BLANK IF BOOKED DIRECT)               *
      ******************************************************************
