       IDENTIFICATION DIVISION.
       PROGRAM-ID. GA013A11.
      *   PROGRAM NAME: GA013A11
      *   INPUT: NEEDS_GUIDE, GUIDE_MASTER, TOUR_DETAILS, GUIDE_LEAVE,
      *       SEASON_DISCOUNT
      *   OUTPUT: TOUR_DETAILS, NEEDS_GUIDE, SEASON_DISCOUNT,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(MANLREVW) AS: OUTMANL
      *   DESCRIPTION: GD013A11 CLEARS NEEDS_GUIDE ONE ROW PER JCL
      *       SUBMISSION WITH A HAND-TYPED PARM, AND THE QUEUE BACKS
      *    2026-09-02 KC - A GUIDE ALREADY OUT ON ANY DAY OF A
      *                    MULTI-DAY TOUR_ITINERARY PACKAGE IS NOT
      *                    FREE - THE MATCH NOW CHECKS THE SPANS TOO
      *    2026-10-15 KC - THE QUEUED TOUR'S PROMO_CODE IS CARRIED BACK
      *                    INTO TOUR_DETAILS WITH IT
      *    2026-10-15 KC - A GUIDE ON GUIDE_LEAVE THAT DATE, OR ALREADY
      *                    ON A PRICED SEASON_DISCOUNT TOUR THAT DATE,
      *                    IS NOT FREE; A PRICED BOOKING PUSHED BACK BY
      *                    GL013A11 GETS ITS GUIDE ON SEASON_DISCOUNT
      *                    (2250/2260) INSTEAD OF A SECOND PRICING
      *    2026-10-15 KC - THE QUEUED TOUR'S AGENCY_ID IS CARRIED BACK
      *                    INTO TOUR_DETAILS WITH IT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-COUNTERS.
               10 WS-ASSIGNED-COUNT PIC 9(05) VALUE ZEROES.
               10 WS-MANUAL-COUNT   PIC 9(05) VALUE ZEROES.
           05 WS-PRICED-COUNT       PIC S9(09) COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE DC093A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC153A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
                      ,CUSTOMER_ID
                      ,CURRENCY_CODE
                      ,BOOKING_REF
                      ,COALESCE(PROMO_CODE, ' ')
                      ,COALESCE(AGENCY_ID, ' ')
                   FROM NEEDS_GUIDE
                   ORDER BY TOUR_DATE, TOUR_PLACE
           END-EXEC.
                       ,:HV-NGQ-CUSTOMER-ID
                       ,:HV-NGQ-CURRENCY-CODE
                       ,:HV-NGQ-BOOKING-REF
                       ,:HV-NGQ-PROMO-CODE
                       ,:HV-NGQ-AGENCY-ID
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
      * 2100-PLACE-ONE-TOUR: THE FIRST ACTIVE GUIDE WHO SPEAKS THE     *
      * TOUR'S LANGUAGE AND IS NOT ALREADY ON A TOUR_DETAILS BOOKING   *
      * THAT DATE GETS THE JOB - SAME REQUEUE SHAPE AS GD013A11'S      *
      * 2100-REQUEUE-TOUR, JUST WITHOUT THE HUMAN AND THE PARM. A      *
      * GUIDE WITH A GUIDE_LEAVE SPELL COVERING THE DATE IS PASSED     *
      * OVER, AS IS ONE ALREADY ON A PRICED TOUR THAT DATE.            *
      ******************************************************************
       2100-PLACE-ONE-TOUR.
           EXEC SQL
                            ON S.BOOKING_REF = I.BOOKING_REF
                          WHERE S.GUIDE = G.GUIDE_ID
                            AND I.TOUR_DATE = :HV-NGQ-TOUR-DATE)
                     AND NOT EXISTS
                         (SELECT 1 FROM SEASON_DISCOUNT S2
                          WHERE S2.GUIDE = G.GUIDE_ID
                            AND S2.DATE = :HV-NGQ-TOUR-DATE)
                     AND NOT EXISTS
                         (SELECT 1 FROM GUIDE_LEAVE L
                          WHERE L.GUIDE_ID = G.GUIDE_ID
                            AND DATE(:HV-NGQ-TOUR-DATE)
                                BETWEEN L.LEAVE_FROM AND L.LEAVE_TO)
                   ORDER BY GUIDE_ID
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               PERFORM 2200-REQUEUE-TOUR THRU 2200-REQUEUE-TOUR-END
           WHEN SQLCODE = DB2-EOF
               PERFORM 2300-WRITE-MANUAL-LINE
               MOVE ZERO TO SQLCODE
       2100-PLACE-ONE-TOUR-END. EXIT.

       2200-REQUEUE-TOUR.
           PERFORM 2250-CHECK-PRICED THRU 2250-CHECK-PRICED-END
           IF WS-PRICED-COUNT > 0
               PERFORM 2260-REGUIDE-PRICED
               GO TO 2200-REQUEUE-TOUR-END
           END-IF
           MOVE HV-NGQ-TOUR-PLACE     TO HV-TOUR-TOUR-PLACE
           MOVE HV-GDM-GUIDE-ID       TO HV-TOUR-TOUR-GUIDE
           MOVE HV-NGQ-LANGUAGE       TO HV-TOUR-LANGUAGE
           MOVE HV-NGQ-CUSTOMER-ID    TO HV-TOUR-CUSTOMER-ID
           MOVE HV-NGQ-CURRENCY-CODE  TO HV-TOUR-CURRENCY-CODE
           MOVE HV-NGQ-BOOKING-REF    TO HV-TOUR-BOOKING-REF
           MOVE HV-NGQ-PROMO-CODE     TO HV-TOUR-PROMO-CODE
           MOVE HV-NGQ-AGENCY-ID      TO HV-TOUR-AGENCY-ID
           EXEC SQL
               INSERT INTO TOUR_DETAILS VALUES (
                :HV-TOUR-TOUR-PLACE
               ,:HV-TOUR-CUSTOMER-ID
               ,:HV-TOUR-CURRENCY-CODE
               ,:HV-TOUR-BOOKING-REF
               ,:HV-TOUR-PROMO-CODE
               ,:HV-TOUR-AGENCY-ID
               )
           END-EXEC
           EXEC SQL
           ADD 1 TO WS-ASSIGNED-COUNT.
       2200-REQUEUE-TOUR-END. EXIT.

      ******************************************************************
      * 2250-CHECK-PRICED: A ROW GL013A11 PUSHED BACK OFF A GUIDE'S    *
      * LEAVE MAY ALREADY BE PRICED - ITS BOOKING_REF IS STILL ON      *
      * SEASON_DISCOUNT, JUST WITH THE GUIDE CLEARED.                  *
      ******************************************************************
       2250-CHECK-PRICED.
           MOVE ZERO TO WS-PRICED-COUNT
           MOVE HV-NGQ-BOOKING-REF TO HV-SDIS-BOOKING-REF
           IF HV-NGQ-BOOKING-REF = SPACES
               GO TO 2250-CHECK-PRICED-END
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PRICED-COUNT
                   FROM SEASON_DISCOUNT
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2250-CHECK-PRICED' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               MOVE ZERO TO WS-PRICED-COUNT
           END-IF.
       2250-CHECK-PRICED-END. EXIT.

      * THE GUIDE GOES STRAIGHT ONTO THE PRICED ROW - RE-INSERTING INTO
      * TOUR_DETAILS WOULD HAVE CA013A11 PRICE AND BOOK IT A SECOND TIME
       2260-REGUIDE-PRICED.
           MOVE HV-GDM-GUIDE-ID TO HV-SDIS-GUIDE
           EXEC SQL
               UPDATE SEASON_DISCOUNT
                   SET GUIDE = :HV-SDIS-GUIDE
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
           END-EXEC
           EXEC SQL
               DELETE FROM NEEDS_GUIDE
                   WHERE TOUR_PLACE  = :HV-NGQ-TOUR-PLACE
                     AND TOUR_DATE   = :HV-NGQ-TOUR-DATE
                     AND CUSTOMER_ID = :HV-NGQ-CUSTOMER-ID
           END-EXEC
           DISPLAY 'GUIDE ' HV-GDM-GUIDE-ID ' AUTO-ASSIGNED TO PRICED '
               HV-NGQ-BOOKING-REF ' ' HV-NGQ-TOUR-PLACE ' / '
               HV-NGQ-TOUR-DATE
           ADD 1 TO WS-ASSIGNED-COUNT.
       2260-REGUIDE-PRICED-END. EXIT.

       2300-WRITE-MANUAL-LINE.
           MOVE HV-NGQ-TOUR-PLACE  TO O-MANL-TOUR-PLACE
           MOVE HV-NGQ-TOUR-DATE   TO O-MANL-TOUR-DATE
