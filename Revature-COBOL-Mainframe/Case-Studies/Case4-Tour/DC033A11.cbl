             PRICE_PER_HEAD                 INTEGER NOT NULL,
             CUSTOMER_ID                    CHAR(10) NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             BOOKING_REF                    CHAR(12),
             PROMO_CODE                     CHAR(10),
             AGENCY_ID                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NEEDS_GUIDE                        *
           10 HV-NGQ-CUSTOMER-ID   PIC X(10).
           10 HV-NGQ-CURRENCY-CODE PIC X(3).
           10 HV-NGQ-BOOKING-REF   PIC X(12).
           10 HV-NGQ-PROMO-CODE    PIC X(10).
           10 HV-NGQ-AGENCY-ID     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - ADDED BOOKING_REF SO A QUEUED TOUR KEEPS ITS   *
      *                  BOOKING KEY THROUGH GUIDE ASSIGNMENT           *
      *  2026-10-15 KC - ADDED PROMO_CODE SO A QUEUED TOUR KEEPS ITS    *
      *                  PROMOTION CODE THROUGH GUIDE ASSIGNMENT        *
      *  2026-10-15 KC - ADDED AGENCY_ID SO A QUEUED TOUR KEEPS ITS     *
      *                  SELLING AGENCY THROUGH GUIDE ASSIGNMENT        *
      ******************************************************************
