       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA013A11.
      *   PROGRAM NAME: CA013A11
      *   INPUT: SQL SELECT FROM TOUR_DETAILS, TOUR_PROMOTION,
      *       TOUR_PROMO_PLACE, TOUR_AGENCY
      *   OUTPUT: TOUR.PS, ODEL.PS, SEASON_DISCOUNT, TOUR_DETAILS,
      *       TOUR_BOOKING_PAYMENTS
      *   MOD LOG:
      *    2026-09-02 KC - PRICED BOOKINGS NOW GET DEPOSIT/BALANCE
      *                    PAYMENT TERMS (2217-CREATE-PAYMENT-TERMS)
      *                    FOR PY013A11 TO POST AND CHASE
      *    2026-10-15 KC - A BOOKING'S TOUR_PROMOTION CODE IS CHECKED
      *                    AND APPLIED TO FINAL-PRICE (2212D-APPLY-
      *                    PROMO) AND STORED WITH IT ON SEASON_DISCOUNT
      *    2026-10-15 KC - A CUSTOMER CARRYING THE NS013A11 NO-SHOW FLAG
      *                    GETS NO LOYALTY BONUS (2212A1) AND OWES THE
      *                    BALANCE AT BOOKING TIME (2217)
      *    2026-10-15 KC - A BOOKING SOLD THROUGH A TRAVEL AGENCY MUST
      *                    NAME AN ACTIVE TOUR_AGENCY (2222-CHECK-
      *                    AGENCY) AND CARRIES ITS AGENCY_ID ONTO
      *                    SEASON_DISCOUNT AND NEEDS_GUIDE
      *   DESCRIPTION: ?
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-INDICATORS.
               10 TOUR-GUIDE-NULL  PIC S9(04) COMP.
               10 BOOKING-REF-NULL PIC S9(04) COMP.
               10 PROMO-CODE-NULL  PIC S9(04) COMP.
               10 AGENCY-ID-NULL   PIC S9(04) COMP.
           05 WS-DEFINES.
               10 FILE-SUCCESS     PIC 9(02) VALUE 00.
               10 FILE-EOF         PIC 9(02) VALUE 10.
      * WS-LOYALTY-VARS DRIVES 2212A1-CHECK-LOYALTY - A CUSTOMER WITH   *
      * ANY PRIOR ROW IN SEASON_DISCOUNT GETS THEIR DISCOUNT BUMPED BY  *
      * THE BONUS RATE BELOW INSTEAD OF PAYING THE SAME RATE AS A FIRST *
      * -TIME BOOKING. A CUSTOMER NS013A11 HAS FLAGGED FOR NO-SHOWS     *
      * (TOUR_CUSTOMER.NOSHOW_FLAG) GETS NO BONUS, AND 2217 MAKES THE   *
      * BALANCE DUE AT BOOKING TIME RATHER THAN AHEAD OF THE TOUR.      *
      ******************************************************************
       01 WS-LOYALTY-VARS.
           05 WS-LOYALTY-COUNT      PIC S9(9) USAGE COMP VALUE 0.
           05 WS-LOYALTY-BONUS-RATE PIC 9V99 VALUE 1.05.
           05 WS-NOSHOW-FLAG        PIC X(01) VALUE 'N'.
               88 WS-NOSHOW-FLAGGED     VALUE 'Y'.
      ******************************************************************
      * WS-CURR-TABLE: EVERY CURRENCY A TOUR MAY BE QUOTED IN, EACH     *
      * WITH ITS RATE AGAINST THE BASE CURRENCY (USD). 2212C0-LOOKUP-   *
      * CUSTOMER_ID IS NOT AN ACTIVE ROW ON THE TOUR_CUSTOMER MASTER   *
      * IS DIVERTED TO THE OUTUCUS EXCEPTION FILE INSTEAD OF BEING     *
      * PRICED AND BOOKED, SO REPEAT-CUSTOMER RECOGNITION AND THE      *
      * TB_PARTY_XREF LINKS REST ON A REAL RECORD. 2222-CHECK-AGENCY   *
      * DIVERTS THE SAME WAY A BOOKING NAMING AN AGENCY_ID THAT IS NOT *
      * AN ACTIVE TOUR_AGENCY, WS-UCUS-REASON SAYING WHICH CHECK FAILED*
      ******************************************************************
       01 WS-CUSTOMER-VARS.
           05 WS-CUST-OK-SW     PIC X(01) VALUE 'Y'.
               88 WS-CUST-OK        VALUE 'Y'.
               88 WS-CUST-BAD       VALUE 'N'.
           05 WS-CUST-COUNT     PIC S9(09) USAGE COMP.
           05 WS-AGENCY-COUNT   PIC S9(09) USAGE COMP.
           05 WS-UCUS-REASON    PIC X(08) VALUE 'NOMASTER'.
      ******************************************************************
      * WS-PROMO-VARS DRIVES 2212D-APPLY-PROMO - A BOOKING CARRYING A  *
      * TOUR_PROMOTION CODE THAT IS IN DATE FOR THE TOUR, GOOD AT THE  *
      * PLACE, MET BY THE GROUP SIZE AND NOT USED UP TAKES THE CODE'S  *
      * DISCOUNT OFF FINAL-PRICE. A CODE THAT FAILS ANY TEST IS LOGGED *
      * AND THE BOOKING PRICES AS THOUGH IT CARRIED NONE.              *
      ******************************************************************
       01 WS-PROMO-VARS.
           05 WS-PROMO-PLACES       PIC S9(9) USAGE COMP.
           05 WS-PROMO-PLACE-HIT    PIC S9(9) USAGE COMP.
           05 WS-PROMO-AMT          PIC S9(9) USAGE COMP.
       01 WS-CAPACITY-VARS.
           05 WS-CAPACITY-OK-SW    PIC X(01) VALUE 'Y'.
               88 WS-CAPACITY-OK       VALUE 'Y'.
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
           EXEC SQL
               INCLUDE DC173A11
           END-EXEC.
      * DECLARE CURSOR TOUR_DETAILS INPUT
           EXEC SQL
               DECLARE CURSOR_TOUR_DETIALS CURSOR FOR
                   ,:HV-TOUR-CUSTOMER-ID
                   ,:HV-TOUR-CURRENCY-CODE
                   ,:HV-TOUR-BOOKING-REF :BOOKING-REF-NULL
                   ,:HV-TOUR-PROMO-CODE  :PROMO-CODE-NULL
                   ,:HV-TOUR-AGENCY-ID   :AGENCY-ID-NULL
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               IF PROMO-CODE-NULL < 0
                   MOVE SPACES TO HV-TOUR-PROMO-CODE
               END-IF
               IF AGENCY-ID-NULL < 0
                   MOVE SPACES TO HV-TOUR-AGENCY-ID
               END-IF
               DISPLAY 'FETCHED REC: ' DCLTOUR-DETAILS
           WHEN SQLCODE = DB2-EOF
               DISPLAY 'END OF DB2 DATABASE REACHED'
           DISPLAY '  PRICE PER HEAD: ' HV-TOUR-PRICE-PER-HEAD
           DISPLAY '  CUSTOMER ID:    ' HV-TOUR-CUSTOMER-ID
           PERFORM 2220-CHECK-CUSTOMER
           IF WS-CUST-OK
               PERFORM 2222-CHECK-AGENCY THRU 2222-CHECK-AGENCY-END
           END-IF
           IF WS-CUST-BAD
               PERFORM 2221-WRITE-TO-UCUS
           ELSE
      ******************************************************************
       2220-CHECK-CUSTOMER.
           MOVE 'Y' TO WS-CUST-OK-SW
           MOVE 'NOMASTER' TO WS-UCUS-REASON
           MOVE ZERO TO WS-CUST-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CUST-COUNT
           END-EVALUATE.
       2220-CHECK-CUSTOMER-END. EXIT.

      ******************************************************************
      * 2222-CHECK-AGENCY: A BOOKING SOLD THROUGH A TRAVEL AGENCY      *
      * NAMES IT IN AGENCY_ID, WHICH MUST BE AN ACTIVE ROW ON THE      *
      * TOUR_AGENCY MASTER (MAINTAINED BY AM013A11) - OTHERWISE        *
      * AS013A11 WOULD HAVE NOBODY TO PAY THE COMMISSION TO. A BLANK   *
      * AGENCY_ID IS A DIRECT BOOKING AND PASSES.                      *
      ******************************************************************
       2222-CHECK-AGENCY.
           IF (HV-TOUR-AGENCY-ID = SPACES)
               OR (HV-TOUR-AGENCY-ID = LOW-VALUES)
               MOVE SPACES TO HV-TOUR-AGENCY-ID
               GO TO 2222-CHECK-AGENCY-END
           END-IF
           MOVE ZERO TO WS-AGENCY-COUNT
           MOVE HV-TOUR-AGENCY-ID TO HV-AGY-AGENCY-ID
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AGENCY-COUNT
                   FROM TOUR_AGENCY
                   WHERE AGENCY_ID = :HV-AGY-AGENCY-ID
                     AND ACTIVE_FLAG = 'Y'
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               IF WS-AGENCY-COUNT = 0
                   DISPLAY 'AGENCY NOT ACTIVE ON TOUR_AGENCY: '
                       HV-TOUR-AGENCY-ID
                   MOVE 'N' TO WS-CUST-OK-SW
                   MOVE 'NOAGENCY' TO WS-UCUS-REASON
               END-IF
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2222-CHECK-AGENCY' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       2222-CHECK-AGENCY-END. EXIT.

      ******************************************************************
      * 2230-ENSURE-BOOKING-REF: A BOOKING THAT ARRIVES WITHOUT A      *
      * BOOKING_REF IS GIVEN THE NEXT 'BKRF' NUMBER FROM TB_ID_CONTROL *
           MOVE HV-TOUR-TOUR-PLACE  TO O-UCUS-TOUR-PLACE
           MOVE HV-TOUR-TOUR-DATE   TO O-UCUS-TOUR-DATE
           MOVE HV-TOUR-CUSTOMER-ID TO O-UCUS-CUSTOMER-ID
           MOVE WS-UCUS-REASON      TO O-UCUS-REASON
           WRITE O-UCUS-REC
           DISPLAY 'CUSTOMER NOT ON MASTER - BOOKING DIVERTED: '
               HV-TOUR-CUSTOMER-ID

       2210-CHECK-NULL.
           EVALUATE TRUE
           WHEN (TOUR-GUIDE-NULL = -1)
               MOVE 1 TO WS-IS-NULL
           WHEN OTHER
               MOVE 0 TO WS-IS-NULL
           MOVE HV-TOUR-CUSTOMER-ID    TO HV-NGQ-CUSTOMER-ID
           MOVE HV-TOUR-CURRENCY-CODE  TO HV-NGQ-CURRENCY-CODE
           MOVE HV-TOUR-BOOKING-REF    TO HV-NGQ-BOOKING-REF
           MOVE HV-TOUR-PROMO-CODE     TO HV-NGQ-PROMO-CODE
           MOVE HV-TOUR-AGENCY-ID      TO HV-NGQ-AGENCY-ID
           DISPLAY 'QUEUING REC TO NEEDS_GUIDE: ' HV-NGQ-TOUR-PLACE
           EXEC SQL
               INSERT INTO NEEDS_GUIDE VALUES (
               ,:HV-NGQ-CUSTOMER-ID
               ,:HV-NGQ-CURRENCY-CODE
               ,:HV-NGQ-BOOKING-REF
               ,:HV-NGQ-PROMO-CODE
               ,:HV-NGQ-AGENCY-ID
               )
           END-EXEC
           DISPLAY 'DELETING REC FROM TABLE: TOUR_DETAILS'
      * 2212C0-LOOKUP-CURRENCY IS STILL PERFORMED SO AN UNRECOGNIZED
      * CURRENCY CODE ON THE INCOMING BOOKING IS LOGGED.
           PERFORM 2212B-CALC-FINAL-PRICE
      * ANY PROMOTION CODE COMES OFF THE FINISHED FINAL PRICE, AFTER
      * THE BAND DEDUCTIONS AND SEASON MULTIPLIER
           PERFORM 2212D-APPLY-PROMO THRU 2212D-APPLY-PROMO-END
           MOVE DISCOUNT               TO O-TOUR-DISCOUNT
           MOVE FINAL-PRICE            TO O-TOUR-FINAL-PRICE
      * CALC GROUP PRICE
           WHEN OTHER
               COMPUTE DISCOUNT = 0
           END-EVALUATE
           PERFORM 2212A1-CHECK-LOYALTY THRU 2212A1-CHECK-LOYALTY-END.
       2212A-CALC-DISCOUNT-END. EXIT.

      ******************************************************************
      * 2212A1-CHECK-LOYALTY: A REPEAT CUSTOMER - ONE WITH AT LEAST ONE *
      * PRIOR ROW ALREADY IN SEASON_DISCOUNT - GETS THE DISCOUNT JUST   *
      * CALCULATED ABOVE BUMPED BY WS-LOYALTY-BONUS-RATE INSTEAD OF     *
      * PAYING THE SAME RATE AS A FIRST-TIME BOOKING - UNLESS THE      *
      * CUSTOMER IS FLAGGED FOR NO-SHOWS.                              *
      ******************************************************************
       2212A1-CHECK-LOYALTY.
           MOVE 'N' TO WS-NOSHOW-FLAG
           EXEC SQL
               SELECT NOSHOW_FLAG INTO :WS-NOSHOW-FLAG
                   FROM TOUR_CUSTOMER
                   WHERE CUSTOMER_ID = :HV-TOUR-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               MOVE 'N' TO WS-NOSHOW-FLAG
           END-IF
           IF WS-NOSHOW-FLAGGED
               DISPLAY 'CUSTOMER FLAGGED FOR NO-SHOWS - NO LOYALTY '
                   'BONUS, BALANCE DUE NOW'
               GO TO 2212A1-CHECK-LOYALTY-END
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LOYALTY-COUNT
                   FROM SEASON_DISCOUNT
                       ' - DEFAULTING TO BASE CURRENCY RATE.'
               WHEN WS-CURR-CODE(WS-CURR-IDX) = HV-TOUR-CURRENCY-CODE
                   MOVE 'Y'                        TO WS-CURR-FOUND-SW
                   MOVE WS-CURR-RATE(WS-CURR-IDX)
                       TO WS-CURR-MATCH-RATE
           END-SEARCH.
       2212C0-LOOKUP-CURRENCY-END. EXIT.

               ' MULTIPLIER: ' WS-SEASON-MULT.
       2212B0-CALC-SEASON-MULT-END. EXIT.

      ******************************************************************
      * 2212D-APPLY-PROMO: CHECKS THE BOOKING'S PROMO_CODE AGAINST     *
      * TOUR_PROMOTION (IN DATE FOR THE TOUR_DATE, GROUP AT LEAST      *
      * MIN_GROUP) AND TOUR_PROMO_PLACE (PLACE LISTED, OR NO PLACES    *
      * LISTED AT ALL), WORKS OUT WHAT THE CODE IS WORTH, CLAIMS ONE   *
      * USE UNDER USAGE_LIMIT AND TAKES IT OFF FINAL-PRICE. A 'B'      *
      * (BETTER-OF) CODE ONLY TAKES OFF WHAT IT IS WORTH OVER THE      *
      * GROUP DISCOUNT ALREADY IN FINAL-PRICE; AN 'S' CODE STACKS IN   *
      * FULL. THE CODE AND AMOUNT ARE LEFT IN HV-SDIS-PROMO-* FOR      *
      * 2213-INSERT-TO-SDIS - BLANK/ZERO WHEN NOTHING WAS APPLIED.     *
      ******************************************************************
       2212D-APPLY-PROMO.
           MOVE SPACES TO HV-SDIS-PROMO-CODE
           MOVE ZERO   TO HV-SDIS-PROMO-DISCOUNT
           IF (HV-TOUR-PROMO-CODE = SPACES)
               OR (HV-TOUR-PROMO-CODE = LOW-VALUES)
               GO TO 2212D-APPLY-PROMO-END
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
               GO TO 2212D-APPLY-PROMO-END
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2212D-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2212D-APPLY-PROMO-END
           END-EVALUATE
           IF HV-TOUR-GROUP-SIZE < HV-PRM-MIN-GROUP
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NEEDS A GROUP OF ' HV-PRM-MIN-GROUP
                   ' - NOT APPLIED'
               GO TO 2212D-APPLY-PROMO-END
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
               MOVE '2212D-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2212D-APPLY-PROMO-END
           END-IF
           IF (WS-PROMO-PLACES > 0) AND (WS-PROMO-PLACE-HIT = 0)
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NOT VALID AT ' HV-TOUR-TOUR-PLACE
                   ' - NOT APPLIED'
               GO TO 2212D-APPLY-PROMO-END
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
               GO TO 2212D-APPLY-PROMO-END
           END-EVALUATE
           IF HV-PRM-STACK-RULE = 'B'
               COMPUTE WS-PROMO-AMT =
                   WS-PROMO-AMT - (GROUP-SIZE * DISCOUNT)
           END-IF
           IF WS-PROMO-AMT > FINAL-PRICE
               MOVE FINAL-PRICE TO WS-PROMO-AMT
           END-IF
           IF WS-PROMO-AMT <= 0
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' WORTH NO MORE THAN THE GROUP DISCOUNT'
                   ' - NOT APPLIED'
               GO TO 2212D-APPLY-PROMO-END
           END-IF
      * CLAIM ONE USE - THE USAGE_LIMIT TEST RIDES THE UPDATE ITSELF
      * SO TWO RUNS CAN NEVER BOTH TAKE THE LAST ONE
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
               GO TO 2212D-APPLY-PROMO-END
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2212D-APPLY-PROMO' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2212D-APPLY-PROMO-END
           END-EVALUATE
           COMPUTE FINAL-PRICE = FINAL-PRICE - WS-PROMO-AMT
           MOVE HV-PRM-PROMO-CODE TO HV-SDIS-PROMO-CODE
           MOVE WS-PROMO-AMT      TO HV-SDIS-PROMO-DISCOUNT
           DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE ' APPLIED: '
               WS-PROMO-AMT ' OFF'.
       2212D-APPLY-PROMO-END. EXIT.

       2213-INSERT-TO-SDIS.
           MOVE HV-TOUR-TOUR-PLACE TO HV-SDIS-TOUR-PLACE
           MOVE FINAL-PRICE        TO HV-SDIS-FINAL-PRICE
           MOVE HV-TOUR-CUSTOMER-ID TO HV-SDIS-CUSTOMER-ID
           MOVE HV-TOUR-CURRENCY-CODE TO HV-SDIS-CURRENCY-CODE
           MOVE HV-TOUR-BOOKING-REF TO HV-SDIS-BOOKING-REF
           MOVE HV-TOUR-AGENCY-ID  TO HV-SDIS-AGENCY-ID
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
           END-EXEC.
       2213-INSERT-TO-SDIS-END. EXIT.
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               IF (HV-TCAP-BOOKED + HV-TOUR-GROUP-SIZE)
                   > HV-TCAP-CAPACITY
                   MOVE 'N' TO WS-CAPACITY-OK-SW
                   DISPLAY 'OVER CAPACITY - ROUTING TO WAITLIST.'
               ELSE
      * PAYMENTS AND CHASES THE BALANCES; A BOOKING STILL UNPAID AT    *
      * THE CUTOFF GOES BACK OUT THROUGH CN013A11 SO THE SEATS FREE    *
      * UP. SOLO/LOW-PRICE BOOKINGS ON THE EXCLUDED PATH SETTLE IN     *
      * FULL AS BEFORE AND CARRY NO TERMS. A CUSTOMER FLAGGED FOR      *
      * NO-SHOWS (SEE 2212A1) OWES THE BALANCE TODAY AS WELL, SO AN    *
      * UNPAID ONE FALLS TO PY013A11'S CUTOFF SWEEP STRAIGHT AWAY.     *
      ******************************************************************
       2217-CREATE-PAYMENT-TERMS.
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
                   ,:HV-TOUR-CUSTOMER-ID
                   ,:HV-TOUR-CURRENCY-CODE
                   ,:HV-TOUR-BOOKING-REF :BOOKING-REF-NULL
                   ,:HV-TOUR-PROMO-CODE  :PROMO-CODE-NULL
                   ,:HV-TOUR-AGENCY-ID   :AGENCY-ID-NULL
           END-EXEC.
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               IF PROMO-CODE-NULL < 0
                   MOVE SPACES TO HV-TOUR-PROMO-CODE
               END-IF
               IF AGENCY-ID-NULL < 0
                   MOVE SPACES TO HV-TOUR-AGENCY-ID
               END-IF
               DISPLAY 'FETCHED EXCLUDED REC: ' DCLTOUR-DETAILS
           WHEN SQLCODE = DB2-EOF
               DISPLAY 'END OF EXCLUDED-ROWS CURSOR REACHED'

       2520-WRITE-EXCLUDED-TO-TOUR.
           PERFORM 2220-CHECK-CUSTOMER
           IF WS-CUST-OK
               PERFORM 2222-CHECK-AGENCY THRU 2222-CHECK-AGENCY-END
           END-IF
           IF WS-CUST-BAD
               PERFORM 2221-WRITE-TO-UCUS
               GO TO 2520-WRITE-EXCLUDED-TO-TOUR-END
           END-IF
           PERFORM 2230-ENSURE-BOOKING-REF
           PERFORM 2212C0-LOOKUP-CURRENCY
      * SOLO/LOW-PRICE BOOKINGS SETTLE AT THE FLAT PRICE AND ARE NEVER
      * PRICED OR STORED ON SEASON_DISCOUNT, SO A CODE CAN'T RIDE HERE
           IF (HV-TOUR-PROMO-CODE NOT = SPACES)
               AND (HV-TOUR-PROMO-CODE NOT = LOW-VALUES)
               DISPLAY 'PROMO CODE ' HV-TOUR-PROMO-CODE
                   ' NOT APPLIED - SOLO/LOW-PRICE BOOKING'
           END-IF
           MOVE HV-TOUR-TOUR-PLACE TO O-TOUR-TOUR-PLACE
           MOVE HV-TOUR-TOUR-GUIDE TO O-TOUR-TOUR-GUIDE
           MOVE HV-TOUR-TOUR-DATE  TO O-TOUR-DATE
