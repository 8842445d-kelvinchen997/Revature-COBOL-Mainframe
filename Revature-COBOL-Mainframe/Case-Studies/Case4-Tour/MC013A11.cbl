       IDENTIFICATION DIVISION.
       PROGRAM-ID. MC013A11.
      *   PROGRAM NAME: MC013A11
      *   INPUT: JCL PARM 'TOUR_PLACE,TOUR_DATE,REASON' - E.G.
      *       'PARIS          ,2026-07-04,WEATHER ',
      *       SEASON_DISCOUNT, TOUR_ITINERARY, TOUR_DETAILS,
      *       TOUR_BOOKING_PAYMENTS, TOUR_CAPACITY, TOUR_CUSTOMER,
      *       GUIDE_MASTER, GUIDE_LEAVE
      *   OUTPUT: ARI011.KELVIN.ASGMTL3.TOUR.PS(CANCEL) AS: OUTCANC,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(REFUND) AS: OUTRFND,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(NOTICE) AS: OUTNOTC,
      *       SEASON_DISCOUNT, TOUR_ITINERARY, TOUR_PARTICIPANTS,
      *       TOUR_BOOKING_PAYMENTS, TOUR_CAPACITY, TOUR_DETAILS
      *   DESCRIPTION: WHEN WEATHER OR A SITE CLOSURE TAKES OUT A
      *       WHOLE TOUR_PLACE/TOUR_DATE, CN013A11 HAD TO BE RUN ONCE
      *       PER BOOKING WITH A HAND-TYPED PARM. THIS CANCELS THE
      *       LOT IN ONE RUN: EVERY BOOKING DEPARTING THAT DAY AND
      *       EVERY MULTI-DAY TOUR_ITINERARY PACKAGE WITH A DAY THERE
      *       GOES THROUGH THE SAME STEPS CN013A11 TAKES (REVERSAL TO
      *       OUTCANC, SEASON_DISCOUNT ROW DELETED, PACKAGE SEATS
      *       RETURNED, ROSTER CANCELLD) AND, THE CANCELLATION BEING
      *       OURS, GETS EVERYTHING PAID BACK WITH NO FEE. THE DAY'S
      *       TOUR_CAPACITY ROW IS CLOSED (CAPACITY ZERO) SO NOTHING
      *       BOOKS OR PROMOTES INTO IT AGAIN. EACH CUSTOMER'S REFUND
      *       NOTICE ON OUTNOTC CARRIES UP TO THREE REBOOKING OFFERS -
      *       THE NEXT DATES AT THE SAME PLACE WITH SEATS FOR THE
      *       WHOLE GROUP AND A GUIDE IN THE GROUP'S LANGUAGE. AN
      *       OFFER HOLDS NO SEATS; THE CUSTOMER ACCEPTS BY BOOKING
      *       THE OFFERED DATE, WHICH CA013A11 PRICES AND
      *       CAPACITY-CHECKS LIKE ANY OTHER BOOKING. A BOOKING STILL
      *       WAITING IN TOUR_DETAILS FOR CA013A11 TO PRICE IT IS
      *       CANCELLED THE SAME WAY - ITS TOUR_DETAILS ROW IS DELETED
      *       AND THE CUSTOMER GETS THE SAME NOTICE AND OFFERS.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - A GUIDE ON GUIDE_LEAVE THAT DAY DOES NOT
      *                    MAKE AN OFFER DATE
      *    2026-10-15 KC - BOOKINGS NOT YET PRICED FOR THE CLOSED DAY
      *                    ARE CANCELLED AND NOTIFIED, NOT JUST COUNTED
      *                    (2100-CANCEL-UNPRICED)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-CANC-PS ASSIGN TO OUTCANC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CANC.
           SELECT O-RFND-PS ASSIGN TO OUTRFND
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-RFND.
           SELECT O-NOTC-PS ASSIGN TO OUTNOTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOTC.
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT CN013A11'S 2100-WRITE-REVERSAL PRODUCES
       FD O-CANC-PS.
       01 O-CANC-REC.
           05 O-CANC-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 O-CANC-TOUR-GUIDE   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CANC-DATE         PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CANC-FINAL-PRICE  PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CANC-DISCOUNT     PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-CANC-GROUP-DIS    PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-CANC-ACTION       PIC X(01).
           05 FILLER              PIC X(01).
           05 O-CANC-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
      * SAME LAYOUT CN013A11'S 2300-SETTLE-PAYMENTS PRODUCES
       FD O-RFND-PS.
       01 O-RFND-REC.
           05 O-RFND-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-RFND-CUSTOMER-ID  PIC X(10).
           05 FILLER              PIC X(01).
           05 O-RFND-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 O-RFND-TOUR-DATE    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-RFND-ACTION       PIC X(01).
           05 FILLER              PIC X(01).
           05 O-RFND-DAYS-BEFORE  PIC 9(04).
           05 FILLER              PIC X(01).
           05 O-RFND-AMOUNT-PAID  PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-RFND-REFUND-PCT   PIC 9(03).
           05 FILLER              PIC X(01).
           05 O-RFND-REFUND-DUE   PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-RFND-FEE-KEPT     PIC 9(09).
           05 FILLER              PIC X(09).
      * CUSTOMER NOTICE - ONE 'RN' REFUND NOTICE PER BOOKING FOLLOWED
      * BY ITS 'RO' REBOOKING OFFERS, FOR THE LETTER/EMAIL RUN
       FD O-NOTC-PS.
       01 O-NOTC-RN-REC.
           05 O-NOTC-RN-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-NOTC-RN-BOOKING-REF
                                  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-NOTC-CUSTOMER-ID  PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NOTC-CUST-NAME    PIC X(20).
           05 FILLER              PIC X(01).
           05 O-NOTC-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 O-NOTC-TOUR-DATE    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NOTC-REFUND-DUE   PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-NOTC-REASON       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-NOTC-OFFER-COUNT  PIC 9(01).
           05 FILLER              PIC X(05).
       01 O-NOTC-RO-REC.
           05 O-NOTC-RO-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-NOTC-RO-BOOKING-REF
                                  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-NOTC-OFFER-SEQ    PIC 9(01).
           05 FILLER              PIC X(01).
           05 O-NOTC-OFFER-PLACE  PIC X(15).
           05 FILLER              PIC X(01).
           05 O-NOTC-OFFER-DATE   PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NOTC-SEATS-FREE   PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-NOTC-LANGUAGE     PIC X(03).
           05 FILLER              PIC X(01).
           05 O-NOTC-GROUP-SIZE   PIC 9(05).
           05 FILLER              PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CANC        PIC 9(02).
                   88 FS-CANC-SUCC  VALUE 00.
               10 WS-FS-RFND        PIC 9(02).
                   88 FS-RFND-SUCC  VALUE 00.
               10 WS-FS-NOTC        PIC 9(02).
                   88 FS-NOTC-SUCC  VALUE 00.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PARM-OK-SW         PIC X(01) VALUE 'N'.
               88 WS-PARM-OK            VALUE 'Y'.
           05 WS-MC-PLACE           PIC X(15).
           05 WS-MC-DATE            PIC X(10).
           05 WS-MC-REASON          PIC X(08).
           05 WS-GROUP-SIZE         PIC S9(9) COMP.
           05 WS-ITIN-COUNT         PIC S9(9) COMP.
           05 WS-DAYS-BEFORE        PIC S9(9) COMP.
           05 WS-PAID-TOTAL         PIC S9(9) COMP.
           05 WS-OFFER-COUNT        PIC S9(4) COMP.
           05 WS-SEATS-FREE         PIC S9(9) COMP.
           05 WS-ERR-SQLCODE        PIC S9(9) COMP.
      * THE OFFERS FOR THE BOOKING IN HAND, HELD UNTIL ITS NOTICE IS OUT
           05 WS-OFR-IDX            PIC S9(4) COMP.
           05 WS-OFFER-TABLE.
               10 WS-OFR-ENTRY      OCCURS 3 TIMES.
                   15 WS-OFR-DATE   PIC X(10).
                   15 WS-OFR-SEATS  PIC S9(9) COMP.
           05 WS-COUNTERS.
               10 WS-BOOKING-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-PACKAGE-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-PENDING-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-REFUND-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-REFUND-TOTAL   PIC 9(11) VALUE ZEROES.
               10 WS-OFFERED-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-NO-OFFER-COUNT PIC 9(05) VALUE ZEROES.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC013A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC043A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC053A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC073A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC083A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC093A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY BOOKING DEPARTING ON THE CLOSED DAY, PLUS EVERY PACKAGE
      * WITH AN ITINERARY DAY THERE WHEREVER IT STARTS. LANGUAGE RIDES
      * ALONG FROM TOUR_DETAILS WHERE THE BOOKING STILL SITS THERE
           EXEC SQL
               DECLARE CURSOR_MCBKG CURSOR FOR
                 SELECT
                    S.TOUR_PLACE
                   ,S.DATE
                   ,S.CUSTOMER_ID
                   ,COALESCE(S.GUIDE, ' ')
                   ,S.FINAL_PRICE
                   ,S.DISCOUNT
                   ,S.GROUP_DISCOUNT
                   ,COALESCE(S.BOOKING_REF, ' ')
                   ,COALESCE(T.LANGUAGE, ' ')
                 FROM
                   SEASON_DISCOUNT S
                   LEFT JOIN
                   TOUR_DETAILS T
                   ON T.BOOKING_REF = S.BOOKING_REF
                 WHERE (S.TOUR_PLACE = :WS-MC-PLACE
                        AND S.DATE = DATE(:WS-MC-DATE))
                    OR S.BOOKING_REF IN
                       (SELECT I.BOOKING_REF
                        FROM TOUR_ITINERARY I
                        WHERE I.TOUR_PLACE = :WS-MC-PLACE
                          AND I.TOUR_DATE = DATE(:WS-MC-DATE))
                 ORDER BY S.CUSTOMER_ID, S.BOOKING_REF
           END-EXEC.
      * BOOKINGS ON THE CLOSED DAY CA013A11 HAS NOT PRICED YET - NO
      * BOOKING_REF, OR ONE WITH NO SEASON_DISCOUNT ROW BEHIND IT
           EXEC SQL
               DECLARE CURSOR_MCPND CURSOR FOR
                 SELECT
                    TOUR_PLACE
                   ,TOUR_DATE
                   ,CUSTOMER_ID
                   ,COALESCE(TOUR_GUIDE, ' ')
                   ,LANGUAGE
                   ,GROUP_SIZE
                   ,COALESCE(BOOKING_REF, ' ')
                 FROM TOUR_DETAILS
                 WHERE TOUR_PLACE = :WS-MC-PLACE
                   AND TOUR_DATE  = DATE(:WS-MC-DATE)
                   AND (BOOKING_REF IS NULL
                        OR BOOKING_REF NOT IN
                           (SELECT BOOKING_REF FROM SEASON_DISCOUNT
                            WHERE BOOKING_REF IS NOT NULL))
                 ORDER BY CUSTOMER_ID
           END-EXEC.
      * THE DAYS OF A PACKAGE, FOR THE PER-DAY SEAT RETURN
           EXEC SQL
               DECLARE CURSOR_MCITN CURSOR FOR
                 SELECT TOUR_PLACE, TOUR_DATE
                   FROM TOUR_ITINERARY
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
                   ORDER BY DAY_SEQ
           END-EXEC.
      * THE NEXT THREE DATES AT THE CLOSED PLACE WITH ROOM FOR THE
      * WHOLE GROUP AND THE GROUP'S LANGUAGE ON OFFER - EITHER A TOUR
      * ALREADY RUNS IN IT THAT DAY OR AN ACTIVE GUIDE WHO SPEAKS IT
      * IS NOT OUT ON ANOTHER TOUR (SAME TEST AS GA013A11). NO
      * LANGUAGE ON THE BOOKING MEANS ANY DATE WITH ROOM WILL DO
           EXEC SQL
               DECLARE CURSOR_MCOFR CURSOR FOR
                 SELECT
                    C.TOUR_DATE
                   ,C.CAPACITY - C.BOOKED
                 FROM TOUR_CAPACITY C
                 WHERE C.TOUR_PLACE = :WS-MC-PLACE
                   AND C.TOUR_DATE > DATE(:WS-MC-DATE)
                   AND C.TOUR_DATE > CURRENT DATE
                   AND C.CAPACITY - C.BOOKED >= :WS-GROUP-SIZE
                   AND ( :HV-TOUR-LANGUAGE = ' '
                      OR EXISTS
                         (SELECT 1 FROM TOUR_DETAILS T
                          WHERE T.TOUR_PLACE = C.TOUR_PLACE
                            AND T.TOUR_DATE = C.TOUR_DATE
                            AND T.LANGUAGE = :HV-TOUR-LANGUAGE)
                      OR EXISTS
                         (SELECT 1 FROM GUIDE_MASTER G
                          WHERE G.ACTIVE_FLAG = 'Y'
                            AND ( G.LANG1 = :HV-TOUR-LANGUAGE
                               OR G.LANG2 = :HV-TOUR-LANGUAGE
                               OR G.LANG3 = :HV-TOUR-LANGUAGE )
                            AND NOT EXISTS
                                (SELECT 1 FROM TOUR_DETAILS D
                                 WHERE D.TOUR_GUIDE = G.GUIDE_ID
                                   AND D.TOUR_DATE = C.TOUR_DATE)
                            AND NOT EXISTS
                                (SELECT 1 FROM TOUR_ITINERARY I
                                 JOIN SEASON_DISCOUNT S
                                   ON S.BOOKING_REF = I.BOOKING_REF
                                 WHERE S.GUIDE = G.GUIDE_ID
                                   AND I.TOUR_DATE = C.TOUR_DATE)
                            AND NOT EXISTS
                                (SELECT 1 FROM GUIDE_LEAVE L
                                 WHERE L.GUIDE_ID = G.GUIDE_ID
                                   AND C.TOUR_DATE
                                       BETWEEN L.LEAVE_FROM
                                           AND L.LEAVE_TO)) )
                 ORDER BY C.TOUR_DATE
                 FETCH FIRST 3 ROWS ONLY
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(35).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'MC013A11 - TOUR DATE MASS CANCELLATION STARTING'
           PERFORM 0100-PARSE-PARM
           IF (WS-PARM-OK)
               PERFORM 1000-OPEN-IO
               PERFORM 2000-CLOSE-TOUR-DATE
               PERFORM 3000-CANCEL-BOOKINGS
               PERFORM 9050-CONTROL-TOTALS
           ELSE
               DISPLAY 'MC013A11 - BAD OR MISSING PARM, NOTHING TO DO'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      ******************************************************************
      * 0100-PARSE-PARM: 'TOUR_PLACE,TOUR_DATE,REASON' IN CN013A11'S   *
      * PADDED COMMA-SEPARATED FORM. THE REASON (E.G. WEATHER, CLOSURE)*
      * IS OPTIONAL AND ONLY RIDES ON THE CUSTOMER NOTICE.             *
      ******************************************************************
       0100-PARSE-PARM.
           MOVE 'N' TO WS-PARM-OK-SW
           MOVE SPACES TO WS-MC-PLACE WS-MC-DATE WS-MC-REASON
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY ','
                   INTO WS-MC-PLACE
                        WS-MC-DATE
                        WS-MC-REASON
               END-UNSTRING
               IF WS-MC-PLACE NOT = SPACES
                   AND WS-MC-DATE(5:1) = '-'
                   AND WS-MC-DATE(8:1) = '-'
                   MOVE 'Y' TO WS-PARM-OK-SW
               END-IF
           END-IF
           IF WS-MC-REASON = SPACES
               MOVE 'CLOSURE' TO WS-MC-REASON
           END-IF.
       0100-PARSE-PARM-END. EXIT.

       1000-OPEN-IO.
           OPEN OUTPUT O-CANC-PS
           IF FS-CANC-SUCC
               DISPLAY 'OPENED CANCEL REVERSAL EXTRACT'
           ELSE
               DISPLAY 'ERROR OPENING OUTCANC. EC: ' WS-FS-CANC
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-RFND-PS
           IF FS-RFND-SUCC
               DISPLAY 'OPENED REFUND EXTRACT'
           ELSE
               DISPLAY 'ERROR OPENING OUTRFND. EC: ' WS-FS-RFND
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-NOTC-PS
           IF FS-NOTC-SUCC
               DISPLAY 'OPENED CUSTOMER NOTICE FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTNOTC. EC: ' WS-FS-NOTC
               PERFORM 9000-TERM
           END-IF.
       1000-OPEN-IO-END. EXIT.

      ******************************************************************
      * 2000-CLOSE-TOUR-DATE: THE DAY'S TOUR_CAPACITY ROW GOES TO ZERO *
      * CAPACITY AND ZERO BOOKED - EVERY SEAT ON IT IS BEING CANCELLED *
      * - SO NEITHER CA013A11 NOR A WL013A11 PROMOTION CAN PUT ANYONE  *
      * ON IT AGAIN. BOOKINGS STILL WAITING IN TOUR_DETAILS FOR THE    *
      * NIGHTLY PRICING RUN ARE CANCELLED HERE BY 2100, BEFORE THE     *
      * PRICED ONES, SO THE NEXT CA013A11 RUN HAS NOTHING LEFT TO      *
      * PRICE ONTO THE CLOSED DAY.                                     *
      ******************************************************************
       2000-CLOSE-TOUR-DATE.
           EXEC SQL
               UPDATE TOUR_CAPACITY
               SET CAPACITY = 0
                  ,BOOKED   = 0
               WHERE TOUR_PLACE = :WS-MC-PLACE
                 AND TOUR_DATE  = DATE(:WS-MC-DATE)
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'TOUR_CAPACITY CLOSED FOR: ' WS-MC-PLACE ' / '
                   WS-MC-DATE
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO TOUR_CAPACITY ROW TO CLOSE FOR: '
                   WS-MC-PLACE ' / ' WS-MC-DATE
           WHEN OTHER
               MOVE '2000-CLOSE-TOUR-DATE' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-EVALUATE
           EXEC SQL OPEN CURSOR_MCPND END-EXEC
           MOVE '2000-CLOSE-TOUR-DATE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_MCPND INTO
                        :HV-TOUR-TOUR-PLACE
                       ,:HV-TOUR-TOUR-DATE
                       ,:HV-TOUR-CUSTOMER-ID
                       ,:HV-TOUR-TOUR-GUIDE
                       ,:HV-TOUR-LANGUAGE
                       ,:HV-TOUR-GROUP-SIZE
                       ,:HV-TOUR-BOOKING-REF
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2000-CLOSE-TOUR-DATE' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2100-CANCEL-UNPRICED
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MCPND END-EXEC.
       2000-CLOSE-TOUR-DATE-END. EXIT.

      ******************************************************************
      * 2100-CANCEL-UNPRICED: AN UNPRICED BOOKING HAS NO               *
      * SEASON_DISCOUNT ROW, NO TOUR.PS LINE TO REVERSE AND NO SEATS   *
      * TAKEN, SO CANCELLING IT IS DELETING ITS TOUR_DETAILS ROW. IT   *
      * IS LOADED INTO THE SEASON_DISCOUNT HOST FIELDS AT ZERO PRICE   *
      * SO THE ROSTER, REFUND AND NOTICE STEPS 3100 USES RUN ON IT     *
      * UNCHANGED - ANY DEPOSIT TAKEN AGAINST ITS BOOKING_REF IS PAID  *
      * BACK IN FULL AND THE CUSTOMER GETS THE 'RN' NOTICE AND 'RO'    *
      * OFFERS. THE GROUP SIZE FOR THE OFFERS IS TOUR_DETAILS' OWN.    *
      ******************************************************************
       2100-CANCEL-UNPRICED.
           ADD 1 TO WS-PENDING-COUNT
           MOVE HV-TOUR-TOUR-PLACE  TO HV-SDIS-TOUR-PLACE
           MOVE HV-TOUR-TOUR-DATE   TO HV-SDIS-DATE
           MOVE HV-TOUR-CUSTOMER-ID TO HV-SDIS-CUSTOMER-ID
           MOVE HV-TOUR-TOUR-GUIDE  TO HV-SDIS-GUIDE
           MOVE ZERO                TO HV-SDIS-FINAL-PRICE
           MOVE ZERO                TO HV-SDIS-DISCOUNT
           MOVE ZERO                TO HV-SDIS-GROUP-DISCOUNT
           MOVE HV-TOUR-BOOKING-REF TO HV-SDIS-BOOKING-REF
           IF HV-TOUR-GROUP-SIZE < 1
               MOVE 1 TO WS-GROUP-SIZE
           ELSE
               MOVE HV-TOUR-GROUP-SIZE TO WS-GROUP-SIZE
           END-IF
           EXEC SQL
               DELETE FROM TOUR_DETAILS
                   WHERE TOUR_PLACE  = :HV-TOUR-TOUR-PLACE
                     AND TOUR_DATE   = :HV-TOUR-TOUR-DATE
                     AND CUSTOMER_ID = :HV-TOUR-CUSTOMER-ID
           END-EXEC
           MOVE '2100-CANCEL-UNPRICED' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           DISPLAY 'CANCELLED UNPRICED: ' HV-SDIS-BOOKING-REF ' '
               HV-SDIS-CUSTOMER-ID ' ' HV-SDIS-TOUR-PLACE ' / '
               HV-SDIS-DATE
           IF HV-SDIS-BOOKING-REF NOT = SPACES
               PERFORM 3300-CANCEL-ROSTER
           END-IF
           PERFORM 3400-REFUND-IN-FULL THRU 3400-REFUND-IN-FULL-END
           PERFORM 3500-WRITE-NOTICE.
       2100-CANCEL-UNPRICED-END. EXIT.

       3000-CANCEL-BOOKINGS.
           EXEC SQL OPEN CURSOR_MCBKG END-EXEC
           MOVE '3000-CANCEL-BOOKINGS' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_MCBKG INTO
                        :HV-SDIS-TOUR-PLACE
                       ,:HV-SDIS-DATE
                       ,:HV-SDIS-CUSTOMER-ID
                       ,:HV-SDIS-GUIDE
                       ,:HV-SDIS-FINAL-PRICE
                       ,:HV-SDIS-DISCOUNT
                       ,:HV-SDIS-GROUP-DISCOUNT
                       ,:HV-SDIS-BOOKING-REF
                       ,:HV-TOUR-LANGUAGE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '3000-CANCEL-BOOKINGS' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 3100-CANCEL-ONE-BOOKING
      * THE STEPS ABOVE LEAVE THEIR OWN SQLCODES - ONLY THE FETCH
      * DECIDES WHEN THE LOOP ENDS
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MCBKG END-EXEC
           EXEC SQL COMMIT END-EXEC.
       3000-CANCEL-BOOKINGS-END. EXIT.

      ******************************************************************
      * 3100-CANCEL-ONE-BOOKING: CN013A11'S CANCELLATION STEPS FOR ONE *
      * BOOKING, THEN A FULL REFUND AND THE CUSTOMER NOTICE. THE GROUP *
      * SIZE COMES BACK OUT OF GROUP_DISCOUNT / DISCOUNT THE SAME WAY  *
      * CN013A11'S 2210-RETURN-CAPACITY RECOVERS IT.                   *
      ******************************************************************
       3100-CANCEL-ONE-BOOKING.
           ADD 1 TO WS-BOOKING-COUNT
           IF HV-SDIS-DISCOUNT = 0
               MOVE 1 TO WS-GROUP-SIZE
           ELSE
               COMPUTE WS-GROUP-SIZE =
                   HV-SDIS-GROUP-DISCOUNT / HV-SDIS-DISCOUNT
           END-IF
           MOVE SPACES              TO O-CANC-REC
           MOVE HV-SDIS-TOUR-PLACE  TO O-CANC-TOUR-PLACE
           MOVE HV-SDIS-GUIDE       TO O-CANC-TOUR-GUIDE
           MOVE HV-SDIS-DATE        TO O-CANC-DATE
           MOVE HV-SDIS-FINAL-PRICE TO O-CANC-FINAL-PRICE
           MOVE HV-SDIS-DISCOUNT    TO O-CANC-DISCOUNT
           MOVE HV-SDIS-GROUP-DISCOUNT TO O-CANC-GROUP-DIS
           MOVE 'C'                 TO O-CANC-ACTION
           MOVE HV-SDIS-BOOKING-REF TO O-CANC-BOOKING-REF
           WRITE O-CANC-REC
           IF HV-SDIS-BOOKING-REF = SPACES
               EXEC SQL
                   DELETE FROM SEASON_DISCOUNT
                       WHERE TOUR_PLACE  = :HV-SDIS-TOUR-PLACE
                         AND DATE        = :HV-SDIS-DATE
                         AND CUSTOMER_ID = :HV-SDIS-CUSTOMER-ID
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM SEASON_DISCOUNT
                       WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
               END-EXEC
           END-IF
           MOVE '3100-CANCEL-ONE-BOOKING' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           DISPLAY 'CANCELLED: ' HV-SDIS-BOOKING-REF ' '
               HV-SDIS-CUSTOMER-ID ' ' HV-SDIS-TOUR-PLACE ' / '
               HV-SDIS-DATE
           IF HV-SDIS-BOOKING-REF NOT = SPACES
               PERFORM 3200-RELEASE-PACKAGE
                   THRU 3200-RELEASE-PACKAGE-END
               PERFORM 3300-CANCEL-ROSTER
           END-IF
           PERFORM 3400-REFUND-IN-FULL THRU 3400-REFUND-IN-FULL-END
           PERFORM 3500-WRITE-NOTICE.
       3100-CANCEL-ONE-BOOKING-END. EXIT.

      ******************************************************************
      * 3200-RELEASE-PACKAGE: A PACKAGE CANCELS AS A UNIT - EVERY      *
      * OTHER ITINERARY DAY HANDS ITS SEATS BACK (THE CLOSED DAY IS    *
      * ALREADY AT ZERO) AND THE ITINERARY ROWS GO, AS IN CN013A11'S   *
      * 2215-RETURN-SPAN-CAPACITY. A SINGLE-DAY BOOKING HAS NO ROWS.   *
      ******************************************************************
       3200-RELEASE-PACKAGE.
           MOVE ZERO TO WS-ITIN-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ITIN-COUNT
                   FROM TOUR_ITINERARY
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
           END-EXEC
           MOVE '3200-RELEASE-PACKAGE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-ITIN-COUNT = 0
               GO TO 3200-RELEASE-PACKAGE-END
           END-IF
           ADD 1 TO WS-PACKAGE-COUNT
           EXEC SQL OPEN CURSOR_MCITN END-EXEC
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_MCITN INTO
                        :HV-ITN-TOUR-PLACE
                       ,:HV-ITN-TOUR-DATE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   PERFORM H001-SQL-HANDLER
                   IF HV-ITN-TOUR-PLACE = WS-MC-PLACE
                       AND HV-ITN-TOUR-DATE = WS-MC-DATE
                       CONTINUE
                   ELSE
                       EXEC SQL
                           UPDATE TOUR_CAPACITY
                               SET BOOKED = BOOKED - :WS-GROUP-SIZE
                               WHERE TOUR_PLACE = :HV-ITN-TOUR-PLACE
                                 AND TOUR_DATE  = :HV-ITN-TOUR-DATE
                       END-EXEC
                       IF SQLCODE NOT = DB2-NOTFND
                           PERFORM H001-SQL-HANDLER
                       END-IF
                   END-IF
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MCITN END-EXEC
           EXEC SQL
               DELETE FROM TOUR_ITINERARY
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
           END-EXEC
           PERFORM H001-SQL-HANDLER
           DISPLAY '   PACKAGE ITINERARY CANCELLED AS A UNIT'.
       3200-RELEASE-PACKAGE-END. EXIT.

       3300-CANCEL-ROSTER.
           MOVE HV-SDIS-BOOKING-REF TO HV-TPT-BOOKING-REF
           EXEC SQL
               UPDATE TOUR_PARTICIPANTS
               SET PART_STATUS = 'CANCELLD'
               WHERE BOOKING_REF = :HV-TPT-BOOKING-REF
                 AND PART_STATUS = 'BOOKED'
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '3300-CANCEL-ROSTER' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-IF.
       3300-CANCEL-ROSTER-END. EXIT.

      ******************************************************************
      * 3400-REFUND-IN-FULL: CN013A11'S 2300-SETTLE-PAYMENTS WITH THE  *
      * FEE SCHEDULE SET ASIDE - THE CANCELLATION IS OURS, SO ALL OF   *
      * IT GOES BACK AND PGMTGLJ SEES NO FEE TO POST.                  *
      ******************************************************************
       3400-REFUND-IN-FULL.
           MOVE ZERO TO WS-PAID-TOTAL
           IF HV-SDIS-BOOKING-REF = SPACES
               GO TO 3400-REFUND-IN-FULL-END
           END-IF
           MOVE HV-SDIS-BOOKING-REF TO HV-TBP-BOOKING-REF
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_PAID), 0)
                   INTO :WS-PAID-TOTAL
                   FROM TOUR_BOOKING_PAYMENTS
                   WHERE BOOKING_REF = :HV-TBP-BOOKING-REF
                     AND PAY_STATUS <> 'REFUNDED'
           END-EXEC
           MOVE '3400-REFUND-IN-FULL' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           EXEC SQL
               UPDATE TOUR_BOOKING_PAYMENTS
               SET PAY_STATUS = CASE WHEN AMOUNT_PAID > 0
                                     THEN 'REFUNDED'
                                     ELSE 'CANCELLD' END
               WHERE BOOKING_REF = :HV-TBP-BOOKING-REF
                 AND PAY_STATUS <> 'REFUNDED'
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               PERFORM H001-SQL-HANDLER
           END-IF
           IF WS-PAID-TOTAL = 0
               GO TO 3400-REFUND-IN-FULL-END
           END-IF
           EXEC SQL
               SELECT DAYS(DATE(:HV-SDIS-DATE)) - DAYS(CURRENT DATE)
                   INTO :WS-DAYS-BEFORE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM H001-SQL-HANDLER
           IF WS-DAYS-BEFORE < 0
               MOVE ZERO TO WS-DAYS-BEFORE
           END-IF
           MOVE SPACES              TO O-RFND-REC
           MOVE HV-SDIS-BOOKING-REF TO O-RFND-BOOKING-REF
           MOVE HV-SDIS-CUSTOMER-ID TO O-RFND-CUSTOMER-ID
           MOVE HV-SDIS-TOUR-PLACE  TO O-RFND-TOUR-PLACE
           MOVE HV-SDIS-DATE        TO O-RFND-TOUR-DATE
           MOVE 'C'                 TO O-RFND-ACTION
           MOVE WS-DAYS-BEFORE      TO O-RFND-DAYS-BEFORE
           MOVE WS-PAID-TOTAL       TO O-RFND-AMOUNT-PAID
           MOVE 100                 TO O-RFND-REFUND-PCT
           MOVE WS-PAID-TOTAL       TO O-RFND-REFUND-DUE
           MOVE ZERO                TO O-RFND-FEE-KEPT
           WRITE O-RFND-REC
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-PAID-TOTAL TO WS-REFUND-TOTAL.
       3400-REFUND-IN-FULL-END. EXIT.

      ******************************************************************
      * 3500-WRITE-NOTICE: THE OFFERS ARE FOUND FIRST SO THE 'RN'      *
      * NOTICE CAN SAY HOW MANY FOLLOW IT; THEY ARE HELD IN A SMALL    *
      * TABLE UNTIL THE 'RN' RECORD IS OUT.                            *
      ******************************************************************
       3500-WRITE-NOTICE.
           MOVE SPACES TO HV-TCUS-NAME
           MOVE HV-SDIS-CUSTOMER-ID TO HV-TCUS-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME INTO :HV-TCUS-NAME
                   FROM TOUR_CUSTOMER
                   WHERE CUSTOMER_ID = :HV-TCUS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '3500-WRITE-NOTICE' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-IF
           PERFORM 3600-FIND-OFFERS
           MOVE SPACES              TO O-NOTC-RN-REC
           MOVE 'RN'                TO O-NOTC-RN-TYPE
           MOVE HV-SDIS-BOOKING-REF TO O-NOTC-RN-BOOKING-REF
           MOVE HV-SDIS-CUSTOMER-ID TO O-NOTC-CUSTOMER-ID
           MOVE HV-TCUS-NAME        TO O-NOTC-CUST-NAME
           MOVE WS-MC-PLACE         TO O-NOTC-TOUR-PLACE
           MOVE WS-MC-DATE          TO O-NOTC-TOUR-DATE
           MOVE WS-PAID-TOTAL       TO O-NOTC-REFUND-DUE
           MOVE WS-MC-REASON        TO O-NOTC-REASON
           MOVE WS-OFFER-COUNT      TO O-NOTC-OFFER-COUNT
           WRITE O-NOTC-RN-REC
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
                   UNTIL WS-OFR-IDX > WS-OFFER-COUNT
               MOVE SPACES              TO O-NOTC-RO-REC
               MOVE 'RO'                TO O-NOTC-RO-TYPE
               MOVE HV-SDIS-BOOKING-REF TO O-NOTC-RO-BOOKING-REF
               MOVE WS-OFR-IDX          TO O-NOTC-OFFER-SEQ
               MOVE WS-MC-PLACE         TO O-NOTC-OFFER-PLACE
               MOVE WS-OFR-DATE(WS-OFR-IDX) TO O-NOTC-OFFER-DATE
               MOVE WS-OFR-SEATS(WS-OFR-IDX) TO O-NOTC-SEATS-FREE
               MOVE HV-TOUR-LANGUAGE    TO O-NOTC-LANGUAGE
               MOVE WS-GROUP-SIZE       TO O-NOTC-GROUP-SIZE
               WRITE O-NOTC-RO-REC
           END-PERFORM.
       3500-WRITE-NOTICE-END. EXIT.

       3600-FIND-OFFERS.
           MOVE ZERO TO WS-OFFER-COUNT
           EXEC SQL OPEN CURSOR_MCOFR END-EXEC
           MOVE '3600-FIND-OFFERS' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_MCOFR INTO
                        :HV-TCAP-TOUR-DATE
                       ,:WS-SEATS-FREE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   PERFORM H001-SQL-HANDLER
                   IF WS-OFFER-COUNT < 3
                       ADD 1 TO WS-OFFER-COUNT
                       MOVE HV-TCAP-TOUR-DATE
                           TO WS-OFR-DATE(WS-OFFER-COUNT)
                       MOVE WS-SEATS-FREE
                           TO WS-OFR-SEATS(WS-OFFER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MCOFR END-EXEC
           IF WS-OFFER-COUNT = 0
               ADD 1 TO WS-NO-OFFER-COUNT
               DISPLAY '   NO REBOOKING DATE AVAILABLE - REFUND ONLY'
           ELSE
               ADD 1 TO WS-OFFERED-COUNT
           END-IF.
       3600-FIND-OFFERS-END. EXIT.

       9050-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'MC013A11 - ' WS-MC-PLACE ' / ' WS-MC-DATE
           DISPLAY '==========================================='
           DISPLAY 'BOOKINGS CANCELLED . . . . : ' WS-BOOKING-COUNT
           DISPLAY '  OF WHICH PACKAGES. . . . : ' WS-PACKAGE-COUNT
           DISPLAY 'UNPRICED BOOKINGS CANCELLED: ' WS-PENDING-COUNT
           DISPLAY 'REFUNDS WRITTEN. . . . . . : ' WS-REFUND-COUNT
           DISPLAY 'TOTAL REFUNDED . . . . . . : ' WS-REFUND-TOTAL
           DISPLAY 'NOTICES WITH OFFERS. . . . : ' WS-OFFERED-COUNT
           DISPLAY 'NOTICES WITHOUT OFFERS . . : ' WS-NO-OFFER-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-END. EXIT.

       9000-TERM.
           IF (WS-PARM-OK)
               CLOSE O-CANC-PS
               CLOSE O-RFND-PS
               CLOSE O-NOTC-PS
           END-IF
           DISPLAY 'MC013A11 - TOUR DATE MASS CANCELLATION COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
      * A HALF-CANCELLED DAY IS WORSE THAN NONE - ANY SQL ERROR BACKS
      * THE WHOLE RUN OUT AND ENDS RC 12; THE OUTPUT FILES FROM THAT
      * RUN MUST NOT BE USED
       H001-SQL-HANDLER.
           IF SQLCODE = DB2-SUCCESS
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE SQLCODE TO WS-ERR-SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WS-ERR-SQLCODE TO SQLCODE
               PERFORM H002-LOG-SQL-ERROR
               EXEC SQL COMMIT END-EXEC
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       H001-SQL-HANDLER-END. EXIT.

       H002-LOG-SQL-ERROR.
           MOVE 'MC013A11'      TO HV-ERL-PROGRAM-ID
           MOVE WS-SQLERR-PARA  TO HV-ERL-PARAGRAPH
           MOVE SQLCODE         TO HV-ERL-SQLCODE-VAL
           MOVE WS-ERR-TEXT(1)  TO HV-ERL-ERROR-TEXT
           EXEC SQL
               INSERT INTO TB_SQL_ERROR_LOG VALUES (
                :HV-ERL-PROGRAM-ID
               ,:HV-ERL-PARAGRAPH
               ,:HV-ERL-SQLCODE-VAL
               ,:HV-ERL-ERROR-TEXT
               ,CURRENT DATE
               ,CURRENT TIME
               )
           END-EXEC.
       H002-LOG-SQL-ERROR-END. EXIT.
