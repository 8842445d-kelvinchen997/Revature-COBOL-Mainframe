       PROGRAM-ID. WL013A11.
      *   PROGRAM NAME: WL013A11
      *   INPUT: WAITLIST FROM CA013A11'S O-WAIT-PS AS: INWAIT,
      *       TOUR_DETAILS, TOUR_CAPACITY, SEASON_DISCOUNT,
      *       TOUR_PROMOTION, TOUR_PROMO_PLACE, TOUR_CUSTOMER
      *   OUTPUT: SEASON_DISCOUNT, TOUR_CAPACITY,
      *       BOOKED PROMOTIONS AS: OUTBOOK,
      *       STILL-WAITING REMAINDER AS: OUTWAITN
      *    2026-08-22 KC - INITIAL VERSION
      *    2026-09-02 KC - PROMOTED GROUPS GET THE SAME DEPOSIT/
      *                    BALANCE PAYMENT TERMS AS NORMAL BOOKINGS
      *    2026-10-15 KC - A PROMOTED GROUP'S PROMO_CODE IS APPLIED THE
      *                    SAME WAY CA013A11 APPLIES IT (2250-APPLY-
      *                    PROMO) AND STORED ON SEASON_DISCOUNT
      *    2026-10-15 KC - A GROUP WHOSE CUSTOMER CARRIES THE NS013A11
      *                    NO-SHOW FLAG GETS NO LOYALTY BONUS AND OWES
      *                    THE BALANCE AT BOOKING TIME, AS IN CA013A11
      *    2026-10-15 KC - A PROMOTED GROUP SOLD THROUGH A TRAVEL AGENCY
      *                    CARRIES ITS AGENCY_ID ONTO SEASON_DISCOUNT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-LOYALTY-VARS.
           05 WS-LOYALTY-COUNT      PIC S9(9) USAGE COMP VALUE 0.
           05 WS-LOYALTY-BONUS-RATE PIC 9V99 VALUE 1.05.
           05 WS-NOSHOW-FLAG        PIC X(01) VALUE 'N'.
               88 WS-NOSHOW-FLAGGED     VALUE 'Y'.
      * A PROMOTED GROUP'S PROMOTION CODE IS CHECKED AND APPLIED THE
      * SAME WAY CA013A11'S 2212D-APPLY-PROMO DOES IT
       01 WS-PROMO-VARS.
           05 WS-PROMO-PLACES       PIC S9(9) USAGE COMP.
           05 WS-PROMO-PLACE-HIT    PIC S9(9) USAGE COMP.
           05 WS-PROMO-AMT          PIC S9(9) USAGE COMP.
      * A PROMOTED GROUP GETS THE SAME SPLIT PAYMENT TERMS AS A
      * NORMAL CA013A11 BOOKING - SAME DEPOSIT SHARE AND CUTOFF
       01 WS-TERMS-VARS.
           EXEC SQL
               INCLUDE DC073A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC123A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC133A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
                       MOVE 10 TO FS-IWAIT
                   NOT AT END
                       PERFORM 2100-TRY-ONE-GROUP
                           THRU 2100-TRY-ONE-GROUP-END
               END-READ
           END-PERFORM
           EXEC SQL COMMIT END-EXEC
           MOVE I-WAIT-CUSTOMER-ID TO HV-TOUR-CUSTOMER-ID
           EXEC SQL
               SELECT TOUR_GUIDE, LANGUAGE, GROUP_SIZE,
                      PRICE_PER_HEAD, CURRENCY_CODE,
                      COALESCE(PROMO_CODE, ' '),
                      COALESCE(AGENCY_ID, ' ')
                   INTO :HV-TOUR-TOUR-GUIDE,
                        :HV-TOUR-LANGUAGE,
                        :HV-TOUR-GROUP-SIZE,
                        :HV-TOUR-PRICE-PER-HEAD,
                        :HV-TOUR-CURRENCY-CODE,
                        :HV-TOUR-PROMO-CODE,
                        :HV-TOUR-AGENCY-ID
                   FROM TOUR_DETAILS
                   WHERE TOUR_PLACE  = :HV-TOUR-TOUR-PLACE
                     AND TOUR_DATE   = :HV-TOUR-TOUR-DATE
               GO TO 2100-TRY-ONE-GROUP-END
           END-IF
           PERFORM 2200-PRICE-THE-GROUP
           PERFORM 2250-APPLY-PROMO THRU 2250-APPLY-PROMO-END
           PERFORM 2300-BOOK-THE-GROUP THRU 2300-BOOK-THE-GROUP-END.
       2100-TRY-ONE-GROUP-END. EXIT.

      ******************************************************************
           WHEN OTHER
               COMPUTE DISCOUNT = 0
           END-EVALUATE
           MOVE 'N' TO WS-NOSHOW-FLAG
           EXEC SQL
               SELECT NOSHOW_FLAG INTO :WS-NOSHOW-FLAG
                   FROM TOUR_CUSTOMER
                   WHERE CUSTOMER_ID = :HV-TOUR-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               MOVE 'N' TO WS-NOSHOW-FLAG
           END-IF
           MOVE ZERO TO WS-LOYALTY-COUNT
           IF NOT WS-NOSHOW-FLAGGED
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-LOYALTY-COUNT
                       FROM SEASON_DISCOUNT
                       WHERE CUSTOMER_ID = :HV-TOUR-CUSTOMER-ID
               END-EXEC
           END-IF
           IF WS-LOYALTY-COUNT > 0
               COMPUTE DISCOUNT = DISCOUNT * WS-LOYALTY-BONUS-RATE
           END-IF
           COMPUTE GROUP-DIS = HV-TOUR-GROUP-SIZE * DISCOUNT.
       2200-PRICE-THE-GROUP-END. EXIT.

      ******************************************************************
      * 2250-APPLY-PROMO: CA013A11'S 2212D-APPLY-PROMO - THE BOOKING'S *
      * PROMO_CODE MUST BE IN DATE FOR THE TOUR, MET BY THE GROUP SIZE *
      * AND GOOD AT THE PLACE; ITS WORTH ('B' CODES ONLY OVER THE      *
      * GROUP DISCOUNT) COMES OFF FINAL-PRICE ONCE A USE IS CLAIMED    *
      * UNDER USAGE_LIMIT. THE GROUP WAS NEVER PRICED WHILE IT SAT ON  *
      * THE WAITLIST, SO THIS IS THE CODE'S ONLY REDEMPTION.           *
      ******************************************************************
       2250-APPLY-PROMO.
           MOVE SPACES TO HV-SDIS-PROMO-CODE
           MOVE ZERO   TO HV-SDIS-PROMO-DISCOUNT
           IF (HV-TOUR-PROMO-CODE = SPACES)
               OR (HV-TOUR-PROMO-CODE = LOW-VALUES)
               GO TO 2250-APPLY-PROMO-END
           END-IF
           MOVE HV-TOUR-PROMO-CODE TO HV-PRM-PROMO-CODE
           EXEC SQL
               SELECT DISCOUNT_TYPE, DISCOUNT_VALUE, MIN_GROUP,
                      STACK_RULE
                   INTO :HV-PRM-DISCOUNT-TYPE,
                        :HV-PRM-DISCOUNT-VALUE,
                        :HV-PRM-MIN-GROUP,
                        :HV-PRM-STACK-RULE
                   FROM TOUR_PROMOTION
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
                     AND DATE(:HV-TOUR-TOUR-DATE)
                         BETWEEN VALID_FROM AND VALID_TO
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               CONTINUE
           WHEN SQLCODE = DB2-EOF
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' UNKNOWN OR NOT VALID FOR ' HV-TOUR-TOUR-DATE
                   ' - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2250-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2250-APPLY-PROMO-END
           END-EVALUATE
           IF HV-TOUR-GROUP-SIZE < HV-PRM-MIN-GROUP
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NEEDS A GROUP OF ' HV-PRM-MIN-GROUP
                   ' - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           END-IF
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN TOUR_PLACE =
                                         :HV-TOUR-TOUR-PLACE
                                        THEN 1 ELSE 0 END), 0)
                   INTO :WS-PROMO-PLACES, :WS-PROMO-PLACE-HIT
                   FROM TOUR_PROMO_PLACE
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2250-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2250-APPLY-PROMO-END
           END-IF
           IF (WS-PROMO-PLACES > 0) AND (WS-PROMO-PLACE-HIT = 0)
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NOT VALID AT ' HV-TOUR-TOUR-PLACE
                   ' - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           END-IF
           EVALUATE HV-PRM-DISCOUNT-TYPE
           WHEN 'P'
               COMPUTE WS-PROMO-AMT =
                   FINAL-PRICE * HV-PRM-DISCOUNT-VALUE / 100
           WHEN 'F'
               MOVE HV-PRM-DISCOUNT-VALUE TO WS-PROMO-AMT
           WHEN 'H'
               COMPUTE WS-PROMO-AMT =
                   PRICE-PER-HEAD * HV-PRM-DISCOUNT-VALUE
           WHEN OTHER
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' HAS UNKNOWN DISCOUNT TYPE ' HV-PRM-DISCOUNT-TYPE
                   ' - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           END-EVALUATE
           IF HV-PRM-STACK-RULE = 'B'
               COMPUTE WS-PROMO-AMT = WS-PROMO-AMT - GROUP-DIS
           END-IF
           IF WS-PROMO-AMT > FINAL-PRICE
               MOVE FINAL-PRICE TO WS-PROMO-AMT
           END-IF
           IF WS-PROMO-AMT <= 0
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' WORTH NO MORE THAN THE GROUP DISCOUNT'
                   ' - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           END-IF
           EXEC SQL
               UPDATE TOUR_PROMOTION
                   SET USAGE_COUNT = USAGE_COUNT + 1
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
                     AND (USAGE_LIMIT = 0
                          OR USAGE_COUNT < USAGE_LIMIT)
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               CONTINUE
           WHEN SQLCODE = DB2-EOF
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' USAGE LIMIT REACHED - NOT APPLIED'
               GO TO 2250-APPLY-PROMO-END
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2250-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2250-APPLY-PROMO-END
           END-EVALUATE
           COMPUTE FINAL-PRICE = FINAL-PRICE - WS-PROMO-AMT
           MOVE HV-PRM-PROMO-CODE TO HV-SDIS-PROMO-CODE
           MOVE WS-PROMO-AMT      TO HV-SDIS-PROMO-DISCOUNT
           DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE ' APPLIED: '
               WS-PROMO-AMT ' OFF'.
       2250-APPLY-PROMO-END. EXIT.

       2300-BOOK-THE-GROUP.
           MOVE HV-TOUR-TOUR-PLACE    TO HV-SDIS-TOUR-PLACE
           MOVE FINAL-PRICE           TO HV-SDIS-FINAL-PRICE
           MOVE HV-TOUR-CUSTOMER-ID   TO HV-SDIS-CUSTOMER-ID
           MOVE HV-TOUR-CURRENCY-CODE TO HV-SDIS-CURRENCY-CODE
           MOVE I-WAIT-BOOKING-REF    TO HV-SDIS-BOOKING-REF
           MOVE HV-TOUR-AGENCY-ID     TO HV-SDIS-AGENCY-ID
           EXEC SQL
               INSERT INTO SEASON_DISCOUNT VALUES (
                :HV-SDIS-TOUR-PLACE
               ,:HV-SDIS-CUSTOMER-ID
               ,:HV-SDIS-CURRENCY-CODE
               ,:HV-SDIS-BOOKING-REF
               ,:HV-SDIS-PROMO-CODE
               ,:HV-SDIS-PROMO-DISCOUNT
               ,:HV-SDIS-AGENCY-ID
               )
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY WS-ERR-MSG
               MOVE '2300-BOOK-THE-GROUP' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
      * THE GROUP GOES BACK ON THE WAITLIST, SO HAND BACK THE PROMOTION
      * USE 2250-APPLY-PROMO CLAIMED - THE NEXT RUN CLAIMS IT AGAIN
               IF HV-SDIS-PROMO-CODE NOT = SPACES
                   EXEC SQL
                       UPDATE TOUR_PROMOTION
                           SET USAGE_COUNT = USAGE_COUNT - 1
                           WHERE PROMO_CODE = :HV-SDIS-PROMO-CODE
                   END-EXEC
               END-IF
               PERFORM 2400-WRITE-STILL-WAITING
               GO TO 2300-BOOK-THE-GROUP-END
           END-IF
           MOVE I-WAIT-BOOKING-REF    TO O-BOOK-BOOKING-REF
           WRITE O-BOOK-REC
           PERFORM 2310-CREATE-PAYMENT-TERMS
               THRU 2310-CREATE-PAYMENT-TERMS-END
           DISPLAY 'WAITLISTED GROUP PROMOTED: ' HV-TOUR-TOUR-PLACE
               ' / ' HV-TOUR-TOUR-DATE ' / ' HV-TOUR-CUSTOMER-ID
           ADD 1 TO WS-PROMOTED-COUNT.
      * 2310-CREATE-PAYMENT-TERMS: SAME SPLIT TERMS CA013A11'S 2217    *
      * WRITES AT BOOKING TIME - DEPOSIT DUE TODAY, BALANCE DUE AHEAD  *
      * OF THE TOUR DATE - SO A PROMOTED GROUP IS CHASED LIKE ANY      *
      * OTHER BOOKING. A CUSTOMER FLAGGED FOR NO-SHOWS OWES THE        *
      * BALANCE TODAY, AS CA013A11'S 2217 DOES IT.                     *
      ******************************************************************
       2310-CREATE-PAYMENT-TERMS.
           COMPUTE WS-DEPOSIT-AMT = FINAL-PRICE * WS-DEPOSIT-PCT
           COMPUTE WS-BALANCE-AMT = FINAL-PRICE - WS-DEPOSIT-AMT
           IF WS-NOSHOW-FLAGGED
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-BAL-DUE-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:HV-TOUR-TOUR-DATE)
                       - :WS-BAL-CUTOFF-DAYS DAYS, ISO)
                   INTO :WS-BAL-DUE-DATE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
