       PROGRAM-ID. CN013A11.
      *   PROGRAM NAME: CN013A11
      *   INPUT: JCL PARM 'TOUR_PLACE,TOUR_DATE,CUSTOMER_ID,ACTION',
      *       OR NO PARM TO WORK THE TOUR_CANC_REQUEST QUEUE,
      *       SEASON_DISCOUNT, TOUR_BOOKING_PAYMENTS, TOUR_CANC_FEE_TIER
      *   OUTPUT: ARI011.KELVIN.ASGMTL3.TOUR.PS(CANCEL) AS: OUTCANC,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(REFUND) AS: OUTRFND,
      *       SEASON_DISCOUNT, TOUR_BOOKING_PAYMENTS, TOUR_CANC_REQUEST
      *   DESCRIPTION: BACKS OUT A BOOKING THAT CA013A11 ALREADY ROUTED
      *       THROUGH 2212-2214 AND INTO SEASON_DISCOUNT/O-TOUR-PS WHEN
      *       A GROUP CANCELS OR THE BOOKING NEEDS AMENDING AFTER THE
      *    2026-09-02 KC - A MULTI-DAY PACKAGE CANCELS AS A UNIT -
      *                    EVERY ITINERARY DAY'S SEATS RETURN AND THE
      *                    ITINERARY ROWS ARE DROPPED
      *    2026-10-15 KC - MONEY ALREADY PAID ON THE BOOKING IS SETTLED
      *                    ON CANCELLATION - REFUND DUE PER THE
      *                    TOUR_CANC_FEE_TIER BAND FOR THE DAYS LEFT TO
      *                    TOUR_DATE, WRITTEN TO OUTRFND WITH THE FEE
      *                    KEPT (PGMTGLJ POSTS IT AS 'TOURFEE')
      *    2026-10-15 KC - WITH NO PARM, WORKS THE TOUR_CANC_REQUEST
      *                    QUEUE THE ONLINE BOOKING SCREEN FILLS - EACH
      *                    PENDING REQUEST GOES THROUGH THE 'REF=' PATH
      *                    AND IS MARKED DONE OR NOTFOUND
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CANC.
           SELECT O-RFND-PS ASSIGN TO OUTRFND
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-RFND.
       DATA DIVISION.
       FILE SECTION.
       FD O-CANC-PS.
           05 FILLER              PIC X(01).
           05 O-CANC-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
      * ONE PER CANCELLED BOOKING WITH MONEY PAID - THE REFUND TO PAY
      * OUT AND THE FEE KEPT, WHICH PGMTGLJ JOURNALS AS 'TOURFEE'
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
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-CANC            PIC 9(02).
               88 FS-CANC-SUCC      VALUE 00.
           05 WS-FS-RFND            PIC 9(02).
               88 FS-RFND-SUCC      VALUE 00.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-CANC-BYREF-SW      PIC X(01) VALUE 'N'.
               88 WS-CANC-BYREF         VALUE 'Y'.
           05 WS-CANC-BOOKING-REF   PIC X(12).
           05 WS-CANC-FOUND-SW      PIC X(01) VALUE 'N'.
               88 WS-CANC-FOUND         VALUE 'Y'.
      * THE ONLINE CANCELLATION QUEUE
           05 WS-CREQ-EOF-SW        PIC X(01) VALUE 'N'.
               88 WS-CREQ-EOF           VALUE 'Y'.
           05 WS-CREQ-DONE          PIC 9(05) VALUE ZEROES.
           05 WS-CREQ-NOTFND        PIC 9(05) VALUE ZEROES.
           05 WS-ITIN-COUNT         PIC S9(9) COMP.
      * REFUND SETTLEMENT - DAYS LEFT TO TOUR_DATE PICK THE FEE BAND
           05 WS-DAYS-BEFORE        PIC S9(9) COMP.
           05 WS-PAID-TOTAL         PIC S9(9) COMP.
           05 WS-REFUND-DUE         PIC S9(9) COMP.
           05 WS-FEE-KEPT           PIC S9(9) COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE DC093A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC073A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC113A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC143A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
                       WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
                       ORDER BY DAY_SEQ
           END-EXEC.
      * CANCELLATIONS QUEUED FROM THE ONLINE BOOKING SCREEN, OLDEST
      * FIRST
           EXEC SQL
               DECLARE CURSOR_CREQ CURSOR FOR
                   SELECT BOOKING_REF, REQ_ACTION
                       FROM TOUR_CANC_REQUEST
                       WHERE REQ_STATUS = 'PENDING'
                       ORDER BY REQUEST_DATE, BOOKING_REF
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           PERFORM 1000-OPEN-IO
           IF LK-PARM-LEN = 0
               PERFORM 3000-CANCEL-REQUESTS
                   THRU 3000-CANCEL-REQUESTS-END
               PERFORM 9000-TERM
           END-IF
           PERFORM 0100-PARSE-PARM
           IF (WS-PARM-OK)
               PERFORM 2000-CANCEL-BOOKING
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
           END-IF.
       1000-OPEN-IO-END. EXIT.

                         AND CUSTOMER_ID = :WS-CANC-CUSTOMER-ID
               END-EXEC
           END-IF
           MOVE 'N' TO WS-CANC-FOUND-SW
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE 'Y' TO WS-CANC-FOUND-SW
               PERFORM 2100-WRITE-REVERSAL
               PERFORM 2200-DELETE-SDIS
               PERFORM 2300-SETTLE-PAYMENTS
                   THRU 2300-SETTLE-PAYMENTS-END
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO PROCESSED BOOKING FOUND FOR: ' WS-CANC-PLACE
                   ' / ' WS-CANC-DATE ' / ' WS-CANC-CUSTOMER-ID
               HV-SDIS-BOOKING-REF.
       2215-RETURN-SPAN-CAPACITY-END. EXIT.

      ******************************************************************
      * 2300-SETTLE-PAYMENTS: WHATEVER THE CUSTOMER HAS ALREADY PAID   *
      * AGAINST THE BOOKING'S DEPOSIT AND BALANCE TERMS IS SPLIT INTO  *
      * A REFUND AND A FEE KEPT. A CANCELLATION ('C') REFUNDS THE      *
      * TOUR_CANC_FEE_TIER PERCENTAGE FOR THE DAYS LEFT TO TOUR_DATE;  *
      * AN AMENDMENT ('A') IS RE-ENTERED AS A NEW BOOKING WITH TERMS   *
      * OF ITS OWN, SO ITS MONEY COMES BACK IN FULL. THE TERM ROWS ARE *
      * CLOSED - REFUNDED WHERE MONEY WAS TAKEN, CANCELLD OTHERWISE -  *
      * SO A REPEATED CANCELLATION CANNOT REFUND THE SAME MONEY TWICE. *
      ******************************************************************
       2300-SETTLE-PAYMENTS.
           IF HV-SDIS-BOOKING-REF = SPACES
               GO TO 2300-SETTLE-PAYMENTS-END
           END-IF
           MOVE HV-SDIS-BOOKING-REF TO HV-TBP-BOOKING-REF
           MOVE ZERO TO WS-PAID-TOTAL
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT_PAID), 0)
                   INTO :WS-PAID-TOTAL
                   FROM TOUR_BOOKING_PAYMENTS
                   WHERE BOOKING_REF = :HV-TBP-BOOKING-REF
                     AND PAY_STATUS <> 'REFUNDED'
           END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2300-SETTLE-PAYMENTS' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 2300-SETTLE-PAYMENTS-END
           END-IF
           EXEC SQL
               SELECT DAYS(DATE(:WS-CANC-DATE)) - DAYS(CURRENT DATE)
                   INTO :WS-DAYS-BEFORE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF WS-DAYS-BEFORE < 0
               MOVE ZERO TO WS-DAYS-BEFORE
           END-IF
           IF WS-CANC-ACTION = 'A'
               MOVE 100 TO HV-TCF-REFUND-PCT
           ELSE
               PERFORM 2310-FIND-FEE-TIER
           END-IF
           COMPUTE WS-REFUND-DUE =
               WS-PAID-TOTAL * HV-TCF-REFUND-PCT / 100
           COMPUTE WS-FEE-KEPT = WS-PAID-TOTAL - WS-REFUND-DUE
           EXEC SQL
               UPDATE TOUR_BOOKING_PAYMENTS
               SET PAY_STATUS = CASE WHEN AMOUNT_PAID > 0
                                     THEN 'REFUNDED'
                                     ELSE 'CANCELLD' END
               WHERE BOOKING_REF = :HV-TBP-BOOKING-REF
                 AND PAY_STATUS <> 'REFUNDED'
           END-EXEC
           IF (SQLCODE NOT = DB2-SUCCESS)
               AND (SQLCODE NOT = DB2-NOTFND)
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2300-SETTLE-PAYMENTS' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-IF
           IF WS-PAID-TOTAL = 0
               DISPLAY 'NOTHING PAID ON BOOKING ' HV-SDIS-BOOKING-REF
                   ' - NO REFUND DUE'
               GO TO 2300-SETTLE-PAYMENTS-END
           END-IF
           MOVE SPACES              TO O-RFND-REC
           MOVE HV-SDIS-BOOKING-REF TO O-RFND-BOOKING-REF
           MOVE WS-CANC-CUSTOMER-ID TO O-RFND-CUSTOMER-ID
           MOVE WS-CANC-PLACE       TO O-RFND-TOUR-PLACE
           MOVE WS-CANC-DATE        TO O-RFND-TOUR-DATE
           MOVE WS-CANC-ACTION      TO O-RFND-ACTION
           MOVE WS-DAYS-BEFORE      TO O-RFND-DAYS-BEFORE
           MOVE WS-PAID-TOTAL       TO O-RFND-AMOUNT-PAID
           MOVE HV-TCF-REFUND-PCT   TO O-RFND-REFUND-PCT
           MOVE WS-REFUND-DUE       TO O-RFND-REFUND-DUE
           MOVE WS-FEE-KEPT         TO O-RFND-FEE-KEPT
           WRITE O-RFND-REC
           DISPLAY 'REFUND WRITTEN TO OUTRFND, REC: ' O-RFND-REC.
       2300-SETTLE-PAYMENTS-END. EXIT.

      * THE BAND THE DAYS LEFT FALL IN. A GAP IN THE SCHEDULE REFUNDS
      * IN FULL RATHER THAN KEEP MONEY NOBODY SET A FEE FOR
       2310-FIND-FEE-TIER.
           EXEC SQL
               SELECT REFUND_PCT
                   INTO :HV-TCF-REFUND-PCT
                   FROM TOUR_CANC_FEE_TIER
                   WHERE MIN_DAYS <= :WS-DAYS-BEFORE
                     AND MAX_DAYS >= :WS-DAYS-BEFORE
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               CONTINUE
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO CANCELLATION FEE BAND FOR ' WS-DAYS-BEFORE
                   ' DAYS - REFUNDED IN FULL: ' HV-SDIS-BOOKING-REF
               MOVE 100 TO HV-TCF-REFUND-PCT
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2310-FIND-FEE-TIER' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               MOVE 100 TO HV-TCF-REFUND-PCT
           END-EVALUATE.
       2310-FIND-FEE-TIER-END. EXIT.

      ******************************************************************
      * 3000-CANCEL-REQUESTS: THE NO-PARM RUN. EVERY PENDING ROW THE   *
      * ONLINE BOOKING SCREEN QUEUED ON TOUR_CANC_REQUEST GOES THROUGH *
      * 2000-CANCEL-BOOKING EXACTLY AS A 'REF=' PARM WOULD, SO THE     *
      * REVERSAL, SEAT RETURN, ROSTER AND REFUND ALL HAPPEN THE SAME   *
      * WAY. THE ROW IS THEN MARKED DONE - OR NOTFOUND WHERE THE       *
      * BOOKING WAS NO LONGER ON SEASON_DISCOUNT (ALREADY CANCELLED BY *
      * ANOTHER PATH) - SO IT IS NEVER WORKED TWICE.                   *
      ******************************************************************
       3000-CANCEL-REQUESTS.
           MOVE 'N' TO WS-CREQ-EOF-SW
           EXEC SQL OPEN CURSOR_CREQ END-EXEC
           IF SQLCODE NOT = DB2-SUCCESS
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3000-CANCEL-REQUESTS' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
               GO TO 3000-CANCEL-REQUESTS-END
           END-IF
           PERFORM UNTIL WS-CREQ-EOF
               EXEC SQL
                   FETCH CURSOR_CREQ INTO
                        :HV-TCR-BOOKING-REF
                       ,:HV-TCR-REQ-ACTION
               END-EXEC
               EVALUATE TRUE
               WHEN SQLCODE = DB2-SUCCESS
                   PERFORM 3100-CANCEL-ONE-REQUEST
               WHEN SQLCODE = DB2-NOTFND
                   MOVE 'Y' TO WS-CREQ-EOF-SW
               WHEN OTHER
                   DISPLAY 'SQL ERROR: ' SQLCODE
                   CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
                   DISPLAY WS-ERR-MSG
                   MOVE '3000-CANCEL-REQUESTS' TO WS-SQLERR-PARA
                   PERFORM H001-LOG-SQL-ERROR
                   MOVE 'Y' TO WS-CREQ-EOF-SW
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CREQ END-EXEC
           DISPLAY 'QUEUED CANCELLATIONS DONE:     ' WS-CREQ-DONE
           DISPLAY 'QUEUED CANCELLATIONS NOT FOUND: ' WS-CREQ-NOTFND.
       3000-CANCEL-REQUESTS-END. EXIT.

       3100-CANCEL-ONE-REQUEST.
           MOVE 'Y'                TO WS-CANC-BYREF-SW
           MOVE HV-TCR-BOOKING-REF TO WS-CANC-BOOKING-REF
           MOVE HV-TCR-REQ-ACTION  TO WS-CANC-ACTION
           PERFORM 2000-CANCEL-BOOKING
           IF WS-CANC-FOUND
               MOVE 'DONE'     TO HV-TCR-REQ-STATUS
               ADD 1 TO WS-CREQ-DONE
           ELSE
               MOVE 'NOTFOUND' TO HV-TCR-REQ-STATUS
               ADD 1 TO WS-CREQ-NOTFND
           END-IF
           EXEC SQL
               UPDATE TOUR_CANC_REQUEST
               SET REQ_STATUS = :HV-TCR-REQ-STATUS
                  ,DONE_DATE  = CURRENT DATE
               WHERE BOOKING_REF = :HV-TCR-BOOKING-REF
                 AND REQ_STATUS = 'PENDING'
           END-EXEC
           IF (SQLCODE NOT = DB2-SUCCESS)
               AND (SQLCODE NOT = DB2-NOTFND)
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3100-CANCEL-ONE-REQUEST' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-IF.
       3100-CANCEL-ONE-REQUEST-END. EXIT.

       9000-TERM.
           CLOSE O-CANC-PS
           CLOSE O-RFND-PS
           DISPLAY 'CN013A11 - CANCELLATION/AMENDMENT RUN COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
