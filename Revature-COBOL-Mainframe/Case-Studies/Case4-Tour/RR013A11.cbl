      *       RECOGNIZED, RELEASED, CLOSING.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - A DEFERRED BOOKING CARRIES ITS SELLING
      *                    AGENCY_ID ONTO THE LEDGER FOR AS013A11
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    BOOKING_REF
                   ,FINAL_PRICE
                   ,DATE
                   ,COALESCE(AGENCY_ID, ' ')
                 FROM SEASON_DISCOUNT
                 WHERE BOOKING_REF IS NOT NULL
                   AND BOOKING_REF NOT = ' '
                        :HV-TRR-BOOKING-REF
                       ,:HV-TRR-AMOUNT
                       ,:HV-TRR-TOUR-DATE
                       ,:HV-TRR-AGENCY-ID
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
                       ,:HV-TRR-TOUR-DATE
                       ,'DEFERRED'
                       ,CURRENT DATE
                       ,:HV-TRR-AGENCY-ID
                       )
                   END-EXEC
                   MOVE '2000-DEFER-NEW-BOOKINGS' TO WS-SQLERR-PARA
