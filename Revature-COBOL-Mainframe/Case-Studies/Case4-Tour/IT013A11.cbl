       PROGRAM-ID. IT013A11.
      *   PROGRAM NAME: IT013A11
      *   INPUT: JCL PARM
      *       'TOUR_PLACE,START_DATE,DAYS,GROUP,PRICE,LNG,CUSTOMERID
      *       [,PROMOCODE[,AGENCY_ID]]' - A BLANK PROMOCODE FIELD
      *       STILL HOLDS ITS PLACE WHEN AN AGENCY FOLLOWS
      *       (EACH FIELD PADDED TO ITS COLUMN WIDTH AND COMMA-
      *       SEPARATED, SAME PARM CONVENTION AS TM013A11),
      *       TOUR_CUSTOMER, TOUR_CAPACITY, SEASON_DISCOUNT,
      *       TOUR_PROMOTION, TOUR_PROMO_PLACE, GUIDE_MASTER,
      *       GUIDE_LEAVE, TOUR_DETAILS, TOUR_AGENCY
      *   OUTPUT: TOUR_ITINERARY, SEASON_DISCOUNT, TOUR_CAPACITY,
      *       TOUR_PROMOTION
      *   DESCRIPTION: TOUR_DETAILS CARRIES A SINGLE TOUR_DATE, SO
      *       THREE-DAY PACKAGES WERE FAKED AS THREE BOOKINGS THAT
      *       PRICED, CANCELLED AND WAITLISTED INDEPENDENTLY. THIS
      *       GA013A11'S GUIDE MATCHING NOW CHECKS THE WHOLE SPAN.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - OPTIONAL PROMOTION CODE ON THE PARM, APPLIED
      *                    TO THE PACKAGE PRICE (5500-APPLY-PROMO) AND
      *                    STORED ON THE SEASON_DISCOUNT ROW
      *    2026-10-15 KC - THE PACKAGE IS GIVEN A GUIDE WHO SPEAKS ITS
      *                    LANGUAGE AND IS FREE AND NOT ON GUIDE_LEAVE
      *                    FOR THE WHOLE SPAN (5800-ASSIGN-GUIDE)
      *    2026-10-15 KC - NO LOYALTY BONUS FOR A CUSTOMER CARRYING THE
      *                    NS013A11 NO-SHOW FLAG, AS IN CA013A11
      *    2026-10-15 KC - OPTIONAL SELLING AGENCY ON THE PARM, CHECKED
      *                    AGAINST TOUR_AGENCY (1100-CHECK-AGENCY) AND
      *                    STORED ON THE SEASON_DISCOUNT ROW
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
               10 WS-PRICE          PIC X(05).
               10 WS-LANGUAGE       PIC X(03).
               10 WS-CUSTOMER-ID    PIC X(10).
               10 WS-PROMO-CODE     PIC X(10).
               10 WS-AGENCY-ID      PIC X(10).
           05 WS-WORK-VARS.
               10 WS-DAYS-N         PIC S9(9) USAGE COMP.
               10 WS-DAY-IDX        PIC S9(9) USAGE COMP.
               10 WS-DAY-DATE       PIC X(10).
               10 WS-CUST-COUNT     PIC S9(09) USAGE COMP.
               10 WS-AGENCY-COUNT   PIC S9(09) USAGE COMP.
               10 WS-CAP-OK-SW      PIC X(01).
               10 WS-IDGEN-NBR      PIC 9(08).
               10 WS-PKG-PRICE      PIC S9(9) USAGE COMP.
               10 WS-PROMO-PLACES   PIC S9(9) USAGE COMP.
               10 WS-PROMO-PLACE-HIT
                                    PIC S9(9) USAGE COMP.
               10 WS-PROMO-AMT      PIC S9(9) USAGE COMP.
               10 WS-END-DATE       PIC X(10).
               10 WS-PKG-GUIDE      PIC X(10).
           05 WS-SUBPROGRAM-VARS.
               10 GROUP-SIZE     PIC S9(9) USAGE COMP.
               10 LANGUAGE       PIC X(3).
       01 WS-LOYALTY-VARS.
           05 WS-LOYALTY-COUNT      PIC S9(9) USAGE COMP VALUE 0.
           05 WS-LOYALTY-BONUS-RATE PIC 9V99 VALUE 1.05.
           05 WS-NOSHOW-FLAG        PIC X(01) VALUE 'N'.
               88 WS-NOSHOW-FLAGGED     VALUE 'Y'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC093A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC013A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC063A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC153A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC123A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC133A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC173A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(77).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'IT013A11 - MULTI-DAY PACKAGE BOOKING STARTING'
           PERFORM 0100-PARSE-PARM
           PERFORM 1000-CHECK-CUSTOMER
           PERFORM 1100-CHECK-AGENCY THRU 1100-CHECK-AGENCY-END
           PERFORM 2000-CHECK-SPAN-CAPACITY
           IF WS-CAP-OK-SW = 'N'
               DISPLAY 'PACKAGE NOT BOOKED - A DAY IS OVER CAPACITY'
           PERFORM 3000-ASSIGN-BOOKING-REF
           PERFORM 4000-BOOK-THE-SPAN
           PERFORM 5000-PRICE-THE-PACKAGE
           PERFORM 5500-APPLY-PROMO THRU 5500-APPLY-PROMO-END
           PERFORM 5800-ASSIGN-GUIDE THRU 5800-ASSIGN-GUIDE-END
           PERFORM 6000-INSERT-PACKAGE-ROW
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'PACKAGE BOOKED UNDER ' HV-ITN-BOOKING-REF
               DISPLAY 'IT013A11 - PARM REQUIRED, NOTHING TO DO'
               PERFORM 9000-TERM
           END-IF
           MOVE SPACES TO WS-PROMO-CODE
           MOVE SPACES TO WS-AGENCY-ID
           UNSTRING LK-PARM-TEXT DELIMITED BY ','
               INTO WS-TOUR-PLACE
                    WS-START-DATE
                    WS-PRICE
                    WS-LANGUAGE
                    WS-CUSTOMER-ID
                    WS-PROMO-CODE
                    WS-AGENCY-ID
           IF (WS-DAYS IS NOT NUMERIC)
               OR (WS-GROUP IS NOT NUMERIC)
               OR (WS-PRICE IS NOT NUMERIC)
           END-IF.
       1000-CHECK-CUSTOMER-END. EXIT.

      ******************************************************************
      * 1100-CHECK-AGENCY: A PACKAGE SOLD THROUGH A TRAVEL AGENCY MUST *
      * NAME AN ACTIVE TOUR_AGENCY, AS CA013A11'S 2222-CHECK-AGENCY    *
      * REQUIRES. NO AGENCY ON THE PARM IS A DIRECT BOOKING.           *
      ******************************************************************
       1100-CHECK-AGENCY.
           IF WS-AGENCY-ID = SPACES
               GO TO 1100-CHECK-AGENCY-END
           END-IF
           MOVE WS-AGENCY-ID TO HV-AGY-AGENCY-ID
           MOVE ZERO TO WS-AGENCY-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AGENCY-COUNT
               FROM TOUR_AGENCY
               WHERE AGENCY_ID = :HV-AGY-AGENCY-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
           MOVE '1100-CHECK-AGENCY' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-AGENCY-COUNT = 0
               DISPLAY 'AGENCY NOT ACTIVE ON TOUR_AGENCY: '
                   WS-AGENCY-ID
               PERFORM 9000-TERM
           END-IF.
       1100-CHECK-AGENCY-END. EXIT.

      ******************************************************************
      * 2000-CHECK-SPAN-CAPACITY: EVERY DAY OF THE SPAN MUST HAVE      *
      * SEATS BEFORE ANY DAY IS BOOKED - A PACKAGE NEVER TAKES DAY     *
               COMPUTE DISCOUNT = 0
           END-EVALUATE
           MOVE WS-CUSTOMER-ID TO HV-SDIS-CUSTOMER-ID
           MOVE 'N' TO WS-NOSHOW-FLAG
           EXEC SQL
               SELECT NOSHOW_FLAG INTO :WS-NOSHOW-FLAG
               FROM TOUR_CUSTOMER
               WHERE CUSTOMER_ID = :HV-SDIS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               MOVE 'N' TO WS-NOSHOW-FLAG
           END-IF
           MOVE ZERO TO WS-LOYALTY-COUNT
           IF WS-NOSHOW-FLAGGED
               DISPLAY 'CUSTOMER FLAGGED FOR NO-SHOWS - NO LOYALTY '
                   'BONUS'
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-LOYALTY-COUNT
                   FROM SEASON_DISCOUNT
                   WHERE CUSTOMER_ID = :HV-SDIS-CUSTOMER-ID
               END-EXEC
           END-IF
           IF WS-LOYALTY-COUNT > 0
               COMPUTE DISCOUNT = DISCOUNT * WS-LOYALTY-BONUS-RATE
           END-IF
           COMPUTE WS-PKG-PRICE = FINAL-PRICE * WS-DAYS-N.
       5000-PRICE-THE-PACKAGE-END. EXIT.

      ******************************************************************
      * 5500-APPLY-PROMO: CA013A11'S 2212D-APPLY-PROMO AGAINST THE     *
      * WHOLE PACKAGE - THE CODE MUST BE IN DATE FOR THE START DAY,    *
      * MET BY THE GROUP SIZE AND GOOD AT THE PLACE. A PERCENT CODE    *
      * COMES OFF THE PACKAGE PRICE, A FIXED CODE ONCE PER PACKAGE,    *
      * AND A FREE-HEAD CODE FREES THOSE HEADS FOR EVERY DAY OF THE    *
      * SPAN; A 'B' CODE ONLY TAKES OFF WHAT IT IS WORTH OVER THE      *
      * GROUP DISCOUNT FOR THE SPAN. ONE USE IS CLAIMED PER PACKAGE.   *
      ******************************************************************
       5500-APPLY-PROMO.
           MOVE SPACES TO HV-SDIS-PROMO-CODE
           MOVE ZERO   TO HV-SDIS-PROMO-DISCOUNT
           IF WS-PROMO-CODE = SPACES
               GO TO 5500-APPLY-PROMO-END
           END-IF
           MOVE WS-PROMO-CODE TO HV-PRM-PROMO-CODE
           EXEC SQL
               SELECT DISCOUNT_TYPE, DISCOUNT_VALUE, MIN_GROUP,
                      STACK_RULE
                   INTO :HV-PRM-DISCOUNT-TYPE,
                        :HV-PRM-DISCOUNT-VALUE,
                        :HV-PRM-MIN-GROUP,
                        :HV-PRM-STACK-RULE
                   FROM TOUR_PROMOTION
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
                     AND DATE(:WS-START-DATE)
                         BETWEEN VALID_FROM AND VALID_TO
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' UNKNOWN OR NOT VALID FOR ' WS-START-DATE
                   ' - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-IF
           MOVE '5500-APPLY-PROMO' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF GROUP-SIZE < HV-PRM-MIN-GROUP
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NEEDS A GROUP OF ' HV-PRM-MIN-GROUP
                   ' - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-IF
           MOVE WS-TOUR-PLACE TO HV-PPL-TOUR-PLACE
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN TOUR_PLACE =
                                         :HV-PPL-TOUR-PLACE
                                        THEN 1 ELSE 0 END), 0)
                   INTO :WS-PROMO-PLACES, :WS-PROMO-PLACE-HIT
                   FROM TOUR_PROMO_PLACE
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
           END-EXEC
           MOVE '5500-APPLY-PROMO' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF (WS-PROMO-PLACES > 0) AND (WS-PROMO-PLACE-HIT = 0)
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' NOT VALID AT ' WS-TOUR-PLACE
                   ' - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-IF
           EVALUATE HV-PRM-DISCOUNT-TYPE
           WHEN 'P'
               COMPUTE WS-PROMO-AMT =
                   WS-PKG-PRICE * HV-PRM-DISCOUNT-VALUE / 100
           WHEN 'F'
               MOVE HV-PRM-DISCOUNT-VALUE TO WS-PROMO-AMT
           WHEN 'H'
               COMPUTE WS-PROMO-AMT =
                   PRICE-PER-HEAD * HV-PRM-DISCOUNT-VALUE * WS-DAYS-N
           WHEN OTHER
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' HAS UNKNOWN DISCOUNT TYPE ' HV-PRM-DISCOUNT-TYPE
                   ' - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-EVALUATE
           IF HV-PRM-STACK-RULE = 'B'
               COMPUTE WS-PROMO-AMT =
                   WS-PROMO-AMT - (GROUP-DIS * WS-DAYS-N)
           END-IF
           IF WS-PROMO-AMT > WS-PKG-PRICE
               MOVE WS-PKG-PRICE TO WS-PROMO-AMT
           END-IF
           IF WS-PROMO-AMT <= 0
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' WORTH NO MORE THAN THE GROUP DISCOUNT'
                   ' - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-IF
           EXEC SQL
               UPDATE TOUR_PROMOTION
                   SET USAGE_COUNT = USAGE_COUNT + 1
                   WHERE PROMO_CODE = :HV-PRM-PROMO-CODE
                     AND (USAGE_LIMIT = 0
                          OR USAGE_COUNT < USAGE_LIMIT)
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE
                   ' USAGE LIMIT REACHED - NOT APPLIED'
               GO TO 5500-APPLY-PROMO-END
           END-IF
           MOVE '5500-APPLY-PROMO' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           COMPUTE WS-PKG-PRICE = WS-PKG-PRICE - WS-PROMO-AMT
           MOVE HV-PRM-PROMO-CODE TO HV-SDIS-PROMO-CODE
           MOVE WS-PROMO-AMT      TO HV-SDIS-PROMO-DISCOUNT
           DISPLAY 'PROMO CODE ' HV-PRM-PROMO-CODE ' APPLIED: '
               WS-PROMO-AMT ' OFF THE PACKAGE'.
       5500-APPLY-PROMO-END. EXIT.

      ******************************************************************
      * 5800-ASSIGN-GUIDE: ONE GUIDE LEADS THE WHOLE PACKAGE, SO THE   *
      * FIRST ACTIVE GUIDE WHO SPEAKS THE LANGUAGE MUST BE FREE ON     *
      * EVERY DAY OF THE SPAN - NOT ON A TOUR_DETAILS TOUR, A PRICED   *
      * TOUR OR ANOTHER PACKAGE'S ITINERARY DAY (GA013A11'S TESTS) -   *
      * AND HAVE NO GUIDE_LEAVE SPELL TOUCHING IT. NEEDS_GUIDE HOLDS   *
      * ONE DATE, NOT A SPAN, SO A PACKAGE NOBODY CAN COVER STILL      *
      * BOOKS WITHOUT A GUIDE, AS IT ALWAYS HAS, FOR A PERSON TO STAFF.*
      ******************************************************************
       5800-ASSIGN-GUIDE.
           MOVE SPACES TO WS-PKG-GUIDE
           MOVE WS-DAYS-N TO WS-DAY-IDX
           PERFORM 7000-SET-DAY-DATE
           MOVE WS-DAY-DATE TO WS-END-DATE
           EXEC SQL
               SELECT GUIDE_ID INTO :HV-GDM-GUIDE-ID
                   FROM GUIDE_MASTER G
                   WHERE G.ACTIVE_FLAG = 'Y'
                     AND ( G.LANG1 = :WS-LANGUAGE
                        OR G.LANG2 = :WS-LANGUAGE
                        OR G.LANG3 = :WS-LANGUAGE )
                     AND NOT EXISTS
                         (SELECT 1 FROM TOUR_DETAILS T
                          WHERE T.TOUR_GUIDE = G.GUIDE_ID
                            AND T.TOUR_DATE BETWEEN DATE(:WS-START-DATE)
                                                AND DATE(:WS-END-DATE))
                     AND NOT EXISTS
                         (SELECT 1 FROM SEASON_DISCOUNT S
                          WHERE S.GUIDE = G.GUIDE_ID
                            AND S.DATE BETWEEN DATE(:WS-START-DATE)
                                           AND DATE(:WS-END-DATE))
                     AND NOT EXISTS
                         (SELECT 1 FROM TOUR_ITINERARY I
                          JOIN SEASON_DISCOUNT S2
                            ON S2.BOOKING_REF = I.BOOKING_REF
                          WHERE S2.GUIDE = G.GUIDE_ID
                            AND I.TOUR_DATE BETWEEN DATE(:WS-START-DATE)
                                                AND DATE(:WS-END-DATE))
                     AND NOT EXISTS
                         (SELECT 1 FROM GUIDE_LEAVE L
                          WHERE L.GUIDE_ID = G.GUIDE_ID
                            AND L.LEAVE_FROM <= DATE(:WS-END-DATE)
                            AND L.LEAVE_TO   >= DATE(:WS-START-DATE))
                   ORDER BY GUIDE_ID
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               DISPLAY 'NO ' WS-LANGUAGE ' GUIDE FREE FROM '
                   WS-START-DATE ' TO ' WS-END-DATE
                   ' - PACKAGE BOOKED WITHOUT A GUIDE'
               GO TO 5800-ASSIGN-GUIDE-END
           END-IF
           MOVE '5800-ASSIGN-GUIDE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE HV-GDM-GUIDE-ID TO WS-PKG-GUIDE
           DISPLAY 'GUIDE ' WS-PKG-GUIDE ' ASSIGNED FOR THE SPAN'.
       5800-ASSIGN-GUIDE-END. EXIT.

      ******************************************************************
      * 6000-INSERT-PACKAGE-ROW: ONE SEASON_DISCOUNT ROW CARRIES THE   *
      * WHOLE PACKAGE UNDER ITS BOOKING_REF, DATED AT THE START DAY -  *
       6000-INSERT-PACKAGE-ROW.
           MOVE WS-TOUR-PLACE      TO HV-SDIS-TOUR-PLACE
           MOVE WS-PKG-PRICE       TO HV-SDIS-FINAL-PRICE
           MOVE WS-PKG-GUIDE       TO HV-SDIS-GUIDE
           MOVE DISCOUNT           TO HV-SDIS-DISCOUNT
           MOVE WS-START-DATE      TO HV-SDIS-DATE
           MOVE GROUP-DIS          TO HV-SDIS-GROUP-DISCOUNT
           MOVE WS-CUSTOMER-ID     TO HV-SDIS-CUSTOMER-ID
           MOVE 'USD'              TO HV-SDIS-CURRENCY-CODE
           MOVE HV-ITN-BOOKING-REF TO HV-SDIS-BOOKING-REF
           MOVE WS-AGENCY-ID       TO HV-SDIS-AGENCY-ID
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
           MOVE '6000-INSERT-PACKAGE-ROW' TO WS-SQLERR-PARA
