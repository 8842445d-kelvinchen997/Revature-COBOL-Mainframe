       PROGRAM-ID. GD013A11.
      *   PROGRAM NAME: GD013A11
      *   INPUT: JCL PARM 'TOUR_PLACE,TOUR_DATE,CUSTOMER_ID,GUIDE',
      *       NEEDS_GUIDE, GUIDE_MASTER, GUIDE_LEAVE, SEASON_DISCOUNT
      *   OUTPUT: TOUR_DETAILS, NEEDS_GUIDE, SEASON_DISCOUNT
      *   DESCRIPTION: ASSIGNS A GUIDE TO A TOUR HELD IN THE
      *       NEEDS_GUIDE QUEUE (QUEUED THERE BY CA013A11'S
      *       2211-WRITE-TO-ODEL WHEN TOUR_GUIDE CAME BACK NULL), THEN
      *    2026-08-22 KC - VALIDATE THE PARM GUIDE AGAINST GUIDE_MASTER
      *                    (EXISTS, ACTIVE, SPEAKS THE TOUR'S LANGUAGE)
      *                    BEFORE RE-INSERTING THE TOUR
      *    2026-10-15 KC - THE QUEUED TOUR'S PROMO_CODE IS CARRIED BACK
      *                    INTO TOUR_DETAILS WITH IT
      *    2026-10-15 KC - A GUIDE ON GUIDE_LEAVE FOR THE TOUR DATE IS
      *                    REFUSED; A PRICED BOOKING PUSHED BACK BY
      *                    GL013A11 GETS ITS GUIDE ON SEASON_DISCOUNT
      *    2026-10-15 KC - THE QUEUED TOUR'S AGENCY_ID IS CARRIED BACK
      *                    INTO TOUR_DETAILS WITH IT
      *                    INSTEAD OF A SECOND PRICING
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 WS-GUIDE-OK-SW        PIC X(01) VALUE 'N'.
               88 WS-GUIDE-OK           VALUE 'Y'.
               88 WS-GUIDE-BAD          VALUE 'N'.
           05 WS-LEAVE-COUNT        PIC S9(09) COMP.
           05 WS-PRICED-COUNT       PIC S9(09) COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE DC063A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC153A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       2000-ASSIGN-GUIDE.
           EXEC SQL
               SELECT LANGUAGE, GROUP_SIZE, PRICE_PER_HEAD, CUSTOMER_ID,
                      CURRENCY_CODE, BOOKING_REF,
                      COALESCE(PROMO_CODE, ' '),
                      COALESCE(AGENCY_ID, ' ')
                   INTO :HV-NGQ-LANGUAGE,
                        :HV-NGQ-GROUP-SIZE,
                        :HV-NGQ-PRICE-PER-HEAD,
                        :HV-NGQ-CUSTOMER-ID,
                        :HV-NGQ-CURRENCY-CODE,
                        :HV-NGQ-BOOKING-REF,
                        :HV-NGQ-PROMO-CODE,
                        :HV-NGQ-AGENCY-ID
                   FROM NEEDS_GUIDE
                   WHERE TOUR_PLACE  = :WS-ASSIGN-PLACE
                     AND TOUR_DATE   = :WS-ASSIGN-DATE
      * THE QUEUED TOUR'S LANGUAGE BEFORE THE TOUR IS RE-INSERTED
               PERFORM 2050-VALIDATE-GUIDE
               IF WS-GUIDE-OK
                   PERFORM 2100-REQUEUE-TOUR THRU 2100-REQUEUE-TOUR-END
               END-IF
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO QUEUED TOUR FOUND FOR: ' WS-ASSIGN-PLACE
      * 2050-VALIDATE-GUIDE: LOOKS THE PARM GUIDE UP ON GUIDE_MASTER - *
      * NO ROW, AN INACTIVE FLAG, OR NONE OF THE GUIDE'S THREE SPOKEN  *
      * LANGUAGES MATCHING THE NEEDS_GUIDE ROW'S LANGUAGE ALL LEAVE    *
      * THE TOUR ON THE QUEUE AND SAY WHY - AS DOES A GUIDE_LEAVE      *
      * SPELL COVERING THE TOUR DATE.                                  *
      ******************************************************************
       2050-VALIDATE-GUIDE.
           MOVE 'N' TO WS-GUIDE-OK-SW
                   IF (HV-GDM-LANG1 = HV-NGQ-LANGUAGE)
                       OR (HV-GDM-LANG2 = HV-NGQ-LANGUAGE)
                       OR (HV-GDM-LANG3 = HV-NGQ-LANGUAGE)
                       PERFORM 2060-CHECK-LEAVE
                   ELSE
                       DISPLAY 'GUIDE ' WS-ASSIGN-GUIDE
                           ' DOES NOT SPEAK ' HV-NGQ-LANGUAGE
           END-EVALUATE.
       2050-VALIDATE-GUIDE-END. EXIT.

       2060-CHECK-LEAVE.
           MOVE WS-ASSIGN-GUIDE TO HV-GLV-GUIDE-ID
           MOVE ZERO TO WS-LEAVE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LEAVE-COUNT
                   FROM GUIDE_LEAVE
                   WHERE GUIDE_ID = :HV-GLV-GUIDE-ID
                     AND DATE(:WS-ASSIGN-DATE)
                         BETWEEN LEAVE_FROM AND LEAVE_TO
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2060-CHECK-LEAVE' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           WHEN WS-LEAVE-COUNT > 0
               DISPLAY 'GUIDE ' WS-ASSIGN-GUIDE ' IS ON LEAVE ON '
                   WS-ASSIGN-DATE ' - ASSIGNMENT REFUSED'
           WHEN OTHER
               MOVE 'Y' TO WS-GUIDE-OK-SW
           END-EVALUATE.
       2060-CHECK-LEAVE-END. EXIT.

       2100-REQUEUE-TOUR.
           PERFORM 2150-CHECK-PRICED THRU 2150-CHECK-PRICED-END
           IF WS-PRICED-COUNT > 0
               PERFORM 2160-REGUIDE-PRICED
               GO TO 2100-REQUEUE-TOUR-END
           END-IF
           MOVE WS-ASSIGN-PLACE  TO HV-TOUR-TOUR-PLACE
           MOVE WS-ASSIGN-GUIDE  TO HV-TOUR-TOUR-GUIDE
           MOVE HV-NGQ-LANGUAGE  TO HV-TOUR-LANGUAGE
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
               WS-ASSIGN-PLACE ' - FED BACK INTO TOUR_DETAILS.'.
       2100-REQUEUE-TOUR-END. EXIT.

      ******************************************************************
      * 2150-CHECK-PRICED: A ROW GL013A11 PUSHED BACK OFF A GUIDE'S    *
      * LEAVE MAY ALREADY BE PRICED - ITS BOOKING_REF IS STILL ON      *
      * SEASON_DISCOUNT, JUST WITH THE GUIDE CLEARED.                  *
      ******************************************************************
       2150-CHECK-PRICED.
           MOVE ZERO TO WS-PRICED-COUNT
           MOVE HV-NGQ-BOOKING-REF TO HV-SDIS-BOOKING-REF
           IF HV-NGQ-BOOKING-REF = SPACES
               GO TO 2150-CHECK-PRICED-END
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
               MOVE '2150-CHECK-PRICED' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               MOVE ZERO TO WS-PRICED-COUNT
           END-IF.
       2150-CHECK-PRICED-END. EXIT.

      * THE GUIDE GOES STRAIGHT ONTO THE PRICED ROW - RE-INSERTING INTO
      * TOUR_DETAILS WOULD HAVE CA013A11 PRICE AND BOOK IT A SECOND TIME
       2160-REGUIDE-PRICED.
           MOVE WS-ASSIGN-GUIDE TO HV-SDIS-GUIDE
           EXEC SQL
               UPDATE SEASON_DISCOUNT
                   SET GUIDE = :HV-SDIS-GUIDE
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
           END-EXEC
           EXEC SQL
               DELETE FROM NEEDS_GUIDE
                   WHERE TOUR_PLACE  = :WS-ASSIGN-PLACE
                     AND TOUR_DATE   = :WS-ASSIGN-DATE
                     AND CUSTOMER_ID = :WS-ASSIGN-CUSTOMER-ID
           END-EXEC
           DISPLAY 'GUIDE ' WS-ASSIGN-GUIDE ' ASSIGNED TO PRICED '
               'BOOKING ' HV-NGQ-BOOKING-REF ' - SEASON_DISCOUNT '
               'UPDATED.'.
       2160-REGUIDE-PRICED-END. EXIT.

       9000-TERM.
           DISPLAY 'GD013A11 - GUIDE ASSIGNMENT COMPLETE'
           STOP RUN.
