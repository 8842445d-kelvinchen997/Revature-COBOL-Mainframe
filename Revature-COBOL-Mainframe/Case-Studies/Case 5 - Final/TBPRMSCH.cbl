      * 3132A-BUILD-SCHEDULE INSTEAD OF THE NEXT DUE DATE BEING        *
      * RECOMPUTED ONE MONTH AT A TIME. PAYMENTS MARK THE EARLIEST    *
      * OPEN ROW PAID AND PGMLAPSE MARKS PAST-DUE OPEN ROWS OVERDUE,   *
      * SO ARREARS CAN BE MEASURED DEEPER THAN ONE PERIOD. AN APPROVED *
      * WAIVER-OF-PREMIUM CLAIM MOVES THE ROWS IN ITS DISABILITY       *
      * PERIOD TO 'WAIVED' (PGM 3154A); PGMLAPSE STAMPS PAID_DATE ON   *
      * EACH ONCE IT FALLS DUE AND IS CREDITED TO THE POLICY VALUE.    *
      ******************************************************************
           EXEC SQL DECLARE TB_PREMIUM_SCHEDULE TABLE
           ( POL_ID                         CHAR(10) NOT NULL,
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-08-22 KC - INITIAL VERSION                                *
      *  2026-10-15 KC - 'WAIVED' STATUS FOR WAIVER-OF-PREMIUM CLAIMS   *
      ******************************************************************
