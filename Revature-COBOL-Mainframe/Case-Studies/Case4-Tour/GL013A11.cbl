       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL013A11.
      *   PROGRAM NAME: GL013A11
      *   INPUT: JCL PARM 'ADD  ,GUIDE_ID,LEAVE_FROM,LEAVE_TO,TYPE' OR
      *       'DEL  ,GUIDE_ID,LEAVE_FROM' (EACH FIELD PADDED TO ITS
      *       COLUMN WIDTH AND COMMA-SEPARATED, SAME PARM CONVENTION
      *       AS TM013A11) - E.G.
      *       'ADD  ,DUPONT    ,2026-07-01,2026-07-14,LEAVE   ',
      *       GUIDE_MASTER, GUIDE_LEAVE, TOUR_DETAILS,
      *       SEASON_DISCOUNT, TOUR_ITINERARY
      *   OUTPUT: GUIDE_LEAVE, NEEDS_GUIDE, TOUR_DETAILS,
      *       SEASON_DISCOUNT,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(LEAVEXCP) AS: OUTLVEX
      *   DESCRIPTION: MAINTAINS THE GUIDE LEAVE CALENDAR. A GUIDE ON
      *       LEAVE, OFF SICK OR AWAY ON TRAINING USED TO BE ASSIGNED
      *       REGARDLESS AND WE FOUND OUT FROM THE MF013A11 MANIFEST
      *       THE MORNING OF THE TOUR. 'ADD' RECORDS A SPELL ON
      *       GUIDE_LEAVE (WHICH GA013A11, GD013A11, IT013A11 AND
      *       MC013A11 NOW HONOUR) AND TAKES THE GUIDE OFF EVERY TOUR
      *       ALREADY ASSIGNED INSIDE IT: A SINGLE-DAY TOUR IS PUSHED
      *       BACK ONTO NEEDS_GUIDE THE WAY CA013A11'S 2211 QUEUES A
      *       GUIDELESS TOUR, FOR THE NEXT GA013A11 SWEEP TO COVER; A
      *       MULTI-DAY PACKAGE (NEEDS_GUIDE HOLDS ONE DATE, NOT A
      *       SPAN) HAS ITS GUIDE CLEARED FOR OPERATIONS TO COVER BY
      *       HAND. EVERY TOUR TOUCHED IS LISTED ON THE REASSIGNMENT
      *       EXCEPTION REPORT. 'DEL' REMOVES A SPELL ENTERED IN
      *       ERROR; TOURS ALREADY PUSHED BACK STAY WITH WHOEVER THE
      *       SWEEP GIVES THEM.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - A REQUEUED TOUR KEEPS ITS AGENCY_ID
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-LVEX-PS ASSIGN TO OUTLVEX
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-LVEX.
       DATA DIVISION.
       FILE SECTION.
       FD O-LVEX-PS.
       01 O-LVEX-REC.
           05 O-LVEX-GUIDE-ID     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-LVEX-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 O-LVEX-TOUR-DATE    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-LVEX-CUSTOMER-ID  PIC X(10).
           05 FILLER              PIC X(01).
           05 O-LVEX-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-LVEX-ACTION       PIC X(18).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-LVEX            PIC 9(02).
               88 FS-LVEX-SUCC      VALUE 00.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-ERR-SQLCODE        PIC S9(09) COMP.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
               10 DB2-DUPKEY        PIC S9(09) COMP VALUE -803.
           05 WS-PARM-VARS.
               10 WS-ACTION         PIC X(05).
               10 WS-GUIDE-ID       PIC X(10).
               10 WS-LEAVE-FROM     PIC X(10).
               10 WS-LEAVE-TO       PIC X(10).
               10 WS-LEAVE-TYPE     PIC X(08).
                   88 WS-LEAVE-TYPE-VALID
                                    VALUE 'LEAVE' 'SICK' 'TRAINING'.
           05 WS-PARM-OK-SW         PIC X(01) VALUE 'N'.
               88 WS-PARM-OK            VALUE 'Y'.
           05 WS-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
               88 WS-FILE-OPEN          VALUE 'Y'.
           05 WS-GUIDE-COUNT        PIC S9(09) COMP.
           05 WS-COUNTERS.
               10 WS-REQUEUED-COUNT PIC 9(05) VALUE ZEROES.
               10 WS-PRICED-REQ-CNT PIC 9(05) VALUE ZEROES.
               10 WS-BY-HAND-COUNT  PIC 9(05) VALUE ZEROES.
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
               INCLUDE DC033A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC063A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC093A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC153A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * SINGLE-DAY TOURS THE GUIDE IS ON INSIDE THE SPELL - PRICED OR
      * NOT, EACH STILL HAS ITS TOUR_DETAILS ROW WITH THE LANGUAGE THE
      * NEXT GUIDE MUST SPEAK
           EXEC SQL
               DECLARE CURSOR_GLTD CURSOR FOR
                 SELECT
                    TOUR_PLACE
                   ,LANGUAGE
                   ,CHAR(TOUR_DATE, ISO)
                   ,GROUP_SIZE
                   ,PRICE_PER_HEAD
                   ,CUSTOMER_ID
                   ,CURRENCY_CODE
                   ,COALESCE(BOOKING_REF, ' ')
                   ,COALESCE(PROMO_CODE, ' ')
                   ,COALESCE(AGENCY_ID, ' ')
                 FROM TOUR_DETAILS
                 WHERE TOUR_GUIDE = :HV-GLV-GUIDE-ID
                   AND TOUR_DATE BETWEEN DATE(:HV-GLV-LEAVE-FROM)
                                     AND DATE(:HV-GLV-LEAVE-TO)
                 ORDER BY TOUR_DATE, TOUR_PLACE, CUSTOMER_ID
           END-EXEC.
      * WHATEVER IS LEFT ON SEASON_DISCOUNT UNDER THE GUIDE INSIDE THE
      * SPELL ONCE CURSOR_GLTD IS DONE - PACKAGES WITH ANY ITINERARY
      * DAY IN IT, AND PRICED SINGLE DAYS NO LONGER ON TOUR_DETAILS
           EXEC SQL
               DECLARE CURSOR_GLSD CURSOR FOR
                 SELECT
                    S.TOUR_PLACE
                   ,CHAR(S.DATE, ISO)
                   ,S.CUSTOMER_ID
                   ,COALESCE(S.BOOKING_REF, ' ')
                 FROM SEASON_DISCOUNT S
                 WHERE S.GUIDE = :HV-GLV-GUIDE-ID
                   AND ( S.DATE BETWEEN DATE(:HV-GLV-LEAVE-FROM)
                                    AND DATE(:HV-GLV-LEAVE-TO)
                      OR EXISTS
                         (SELECT 1 FROM TOUR_ITINERARY I
                          WHERE I.BOOKING_REF = S.BOOKING_REF
                            AND I.TOUR_DATE BETWEEN
                                DATE(:HV-GLV-LEAVE-FROM)
                                AND DATE(:HV-GLV-LEAVE-TO)) )
                 ORDER BY 2, 1, 3
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(47).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'GL013A11 - GUIDE LEAVE MAINTENANCE STARTING'
           PERFORM 0100-PARSE-PARM THRU 0100-PARSE-PARM-END
           IF NOT WS-PARM-OK
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           EVALUATE WS-ACTION
           WHEN 'ADD'
               PERFORM 1000-OPEN-IO
               PERFORM 2000-ADD-LEAVE THRU 2000-ADD-LEAVE-END
           WHEN 'DEL'
               PERFORM 3000-DROP-LEAVE
           END-EVALUATE
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      ******************************************************************
      * 0100-PARSE-PARM: BOTH DATES ARE ISO (YYYY-MM-DD), SO THE       *
      * FROM-NOT-AFTER-TO TEST IS A PLAIN COMPARE. A BLANK TYPE IS     *
      * TAKEN AS 'LEAVE'. A ONE-DAY SPELL MAY LEAVE LEAVE_TO BLANK.    *
      ******************************************************************
       0100-PARSE-PARM.
           MOVE 'N' TO WS-PARM-OK-SW
           MOVE SPACES TO WS-PARM-VARS
           IF LK-PARM-LEN = 0
               DISPLAY 'GL013A11 - BAD OR MISSING PARM, NOTHING '
                   'TO DO'
               GO TO 0100-PARSE-PARM-END
           END-IF
           UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN) DELIMITED BY ','
               INTO WS-ACTION
                    WS-GUIDE-ID
                    WS-LEAVE-FROM
                    WS-LEAVE-TO
                    WS-LEAVE-TYPE
           END-UNSTRING
           IF (WS-ACTION NOT = 'ADD') AND (WS-ACTION NOT = 'DEL')
               DISPLAY 'GL013A11 - BAD ACTION: ' WS-ACTION
               GO TO 0100-PARSE-PARM-END
           END-IF
           IF (WS-GUIDE-ID = SPACES)
               OR (WS-LEAVE-FROM(5:1) NOT = '-')
               OR (WS-LEAVE-FROM(8:1) NOT = '-')
               DISPLAY 'GL013A11 - GUIDE AND LEAVE_FROM ARE REQUIRED'
               GO TO 0100-PARSE-PARM-END
           END-IF
           IF WS-ACTION = 'ADD'
               IF WS-LEAVE-TO = SPACES
                   MOVE WS-LEAVE-FROM TO WS-LEAVE-TO
               END-IF
               IF WS-LEAVE-TYPE = SPACES
                   MOVE 'LEAVE' TO WS-LEAVE-TYPE
               END-IF
               IF (WS-LEAVE-TO(5:1) NOT = '-')
                   OR (WS-LEAVE-TO(8:1) NOT = '-')
                   OR (WS-LEAVE-TO < WS-LEAVE-FROM)
                   DISPLAY 'GL013A11 - BAD LEAVE SPAN: ' WS-LEAVE-FROM
                       ' TO ' WS-LEAVE-TO
                   GO TO 0100-PARSE-PARM-END
               END-IF
               IF NOT WS-LEAVE-TYPE-VALID
                   DISPLAY 'GL013A11 - LEAVE TYPE IS LEAVE, SICK OR '
                       'TRAINING: ' WS-LEAVE-TYPE
                   GO TO 0100-PARSE-PARM-END
               END-IF
           END-IF
           MOVE 'Y' TO WS-PARM-OK-SW.
       0100-PARSE-PARM-END. EXIT.

       1000-OPEN-IO.
           OPEN OUTPUT O-LVEX-PS
           IF FS-LVEX-SUCC
               MOVE 'Y' TO WS-FILE-OPEN-SW
               DISPLAY 'OPENED REASSIGNMENT EXCEPTION REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTLVEX, EC: ' WS-FS-LVEX
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-OPEN-IO-END. EXIT.

      ******************************************************************
      * 2000-ADD-LEAVE: THE SPELL AND THE TOURS IT TAKES THE GUIDE OFF *
      * COMMIT TOGETHER - ANY SQL ERROR BACKS THE LOT OUT (H001), SO   *
      * A GUIDE IS NEVER ON LEAVE WHILE STILL HOLDING TOURS INSIDE IT. *
      ******************************************************************
       2000-ADD-LEAVE.
           MOVE WS-GUIDE-ID TO HV-GDM-GUIDE-ID
           MOVE ZERO TO WS-GUIDE-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-GUIDE-COUNT
               FROM GUIDE_MASTER
               WHERE GUIDE_ID = :HV-GDM-GUIDE-ID
           END-EXEC
           MOVE '2000-ADD-LEAVE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-GUIDE-COUNT = 0
               DISPLAY 'GUIDE NOT ON THE ROSTER: ' WS-GUIDE-ID
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ADD-LEAVE-END
           END-IF
           MOVE WS-GUIDE-ID   TO HV-GLV-GUIDE-ID
           MOVE WS-LEAVE-FROM TO HV-GLV-LEAVE-FROM
           MOVE WS-LEAVE-TO   TO HV-GLV-LEAVE-TO
           MOVE WS-LEAVE-TYPE TO HV-GLV-LEAVE-TYPE
           EXEC SQL
               INSERT INTO GUIDE_LEAVE VALUES (
                :HV-GLV-GUIDE-ID
               ,:HV-GLV-LEAVE-FROM
               ,:HV-GLV-LEAVE-TO
               ,:HV-GLV-LEAVE-TYPE
               ,CURRENT DATE
               )
           END-EXEC
           IF SQLCODE = DB2-DUPKEY
               DISPLAY 'A SPELL FROM ' WS-LEAVE-FROM
                   ' IS ALREADY ON FILE FOR ' WS-GUIDE-ID
                   ' - DEL IT FIRST TO CHANGE IT'
               MOVE 4 TO RETURN-CODE
               GO TO 2000-ADD-LEAVE-END
           END-IF
           MOVE '2000-ADD-LEAVE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           DISPLAY 'LEAVE ON FILE: ' WS-GUIDE-ID ' ' WS-LEAVE-FROM
               ' TO ' WS-LEAVE-TO ' (' WS-LEAVE-TYPE ')'
           PERFORM 2100-REQUEUE-SINGLE-DAYS
           PERFORM 2200-CLEAR-THE-REST
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'TOURS PUSHED BACK TO NEEDS_GUIDE : '
               WS-REQUEUED-COUNT
           DISPLAY '  OF WHICH ALREADY PRICED . . . . : '
               WS-PRICED-REQ-CNT
           DISPLAY 'TOURS TO REASSIGN BY HAND . . . . : '
               WS-BY-HAND-COUNT
           IF (WS-REQUEUED-COUNT > 0) OR (WS-BY-HAND-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-ADD-LEAVE-END. EXIT.

       2100-REQUEUE-SINGLE-DAYS.
           EXEC SQL OPEN CURSOR_GLTD END-EXEC
           MOVE '2100-REQUEUE-SINGLE-DAYS' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_GLTD INTO
                        :HV-NGQ-TOUR-PLACE
                       ,:HV-NGQ-LANGUAGE
                       ,:HV-NGQ-TOUR-DATE
                       ,:HV-NGQ-GROUP-SIZE
                       ,:HV-NGQ-PRICE-PER-HEAD
                       ,:HV-NGQ-CUSTOMER-ID
                       ,:HV-NGQ-CURRENCY-CODE
                       ,:HV-NGQ-BOOKING-REF
                       ,:HV-NGQ-PROMO-CODE
                       ,:HV-NGQ-AGENCY-ID
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2100-REQUEUE-SINGLE-DAYS' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2110-REQUEUE-ONE-TOUR
      * THE STEPS ABOVE LEAVE THEIR OWN SQLCODES - ONLY THE FETCH
      * DECIDES WHEN THE LOOP ENDS
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GLTD END-EXEC.
       2100-REQUEUE-SINGLE-DAYS-END. EXIT.

      ******************************************************************
      * 2110-REQUEUE-ONE-TOUR: THE SAME INSERT-THEN-DELETE CA013A11'S  *
      * 2211-WRITE-TO-ODEL USES TO PARK A GUIDELESS TOUR. A TOUR THAT  *
      * IS ALREADY PRICED ALSO LOSES THE GUIDE FROM ITS SEASON_DISCOUNT*
      * ROW; WHEN GA013A11 OR GD013A11 COVERS IT THEY WRITE THE NEW    *
      * GUIDE BACK ONTO THAT ROW RATHER THAN INTO TOUR_DETAILS, SO THE *
      * BOOKING IS NEVER PRICED A SECOND TIME.                         *
      ******************************************************************
       2110-REQUEUE-ONE-TOUR.
           EXEC SQL
               INSERT INTO NEEDS_GUIDE VALUES (
                :HV-NGQ-TOUR-PLACE
               ,:HV-NGQ-LANGUAGE
               ,:HV-NGQ-TOUR-DATE
               ,:HV-NGQ-GROUP-SIZE
               ,:HV-NGQ-PRICE-PER-HEAD
               ,:HV-NGQ-CUSTOMER-ID
               ,:HV-NGQ-CURRENCY-CODE
               ,:HV-NGQ-BOOKING-REF
               ,:HV-NGQ-PROMO-CODE
               ,:HV-NGQ-AGENCY-ID
               )
           END-EXEC
           MOVE '2110-REQUEUE-ONE-TOUR' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           EXEC SQL
               DELETE FROM TOUR_DETAILS
                   WHERE TOUR_PLACE  = :HV-NGQ-TOUR-PLACE
                     AND TOUR_DATE   = :HV-NGQ-TOUR-DATE
                     AND CUSTOMER_ID = :HV-NGQ-CUSTOMER-ID
           END-EXEC
           MOVE '2110-REQUEUE-ONE-TOUR' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE 'REQUEUED'         TO O-LVEX-ACTION
           IF HV-NGQ-BOOKING-REF NOT = SPACES
               MOVE HV-NGQ-BOOKING-REF TO HV-SDIS-BOOKING-REF
               MOVE WS-GUIDE-ID        TO HV-SDIS-GUIDE
               EXEC SQL
                   UPDATE SEASON_DISCOUNT
                   SET GUIDE = NULL
                   WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
                     AND GUIDE = :HV-SDIS-GUIDE
               END-EXEC
               IF SQLCODE NOT = DB2-NOTFND
                   MOVE '2110-REQUEUE-ONE-TOUR' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   MOVE 'REQUEUED (PRICED)' TO O-LVEX-ACTION
                   ADD 1 TO WS-PRICED-REQ-CNT
               END-IF
           END-IF
           MOVE HV-NGQ-TOUR-PLACE  TO O-LVEX-TOUR-PLACE
           MOVE HV-NGQ-TOUR-DATE   TO O-LVEX-TOUR-DATE
           MOVE HV-NGQ-CUSTOMER-ID TO O-LVEX-CUSTOMER-ID
           MOVE HV-NGQ-BOOKING-REF TO O-LVEX-BOOKING-REF
           PERFORM 2300-WRITE-EXCEPTION
           ADD 1 TO WS-REQUEUED-COUNT.
       2110-REQUEUE-ONE-TOUR-END. EXIT.

      ******************************************************************
      * 2200-CLEAR-THE-REST: A PACKAGE RUNS ONE GUIDE ACROSS ITS WHOLE *
      * SPAN AND NEEDS_GUIDE CAN ONLY HOLD ONE DATE, AND A PRICED DAY  *
      * NO LONGER ON TOUR_DETAILS HAS NO LANGUAGE ON FILE - NEITHER    *
      * CAN GO BACK ON THE QUEUE. THE GUIDE IS CLEARED SO THE MANIFEST *
      * SHOWS THE GAP, AND THE TOUR IS LISTED FOR A PERSON TO COVER.   *
      ******************************************************************
       2200-CLEAR-THE-REST.
           EXEC SQL OPEN CURSOR_GLSD END-EXEC
           MOVE '2200-CLEAR-THE-REST' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_GLSD INTO
                        :HV-SDIS-TOUR-PLACE
                       ,:HV-SDIS-DATE
                       ,:HV-SDIS-CUSTOMER-ID
                       ,:HV-SDIS-BOOKING-REF
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2200-CLEAR-THE-REST' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2210-CLEAR-ONE-TOUR
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_GLSD END-EXEC.
       2200-CLEAR-THE-REST-END. EXIT.

       2210-CLEAR-ONE-TOUR.
           MOVE WS-GUIDE-ID TO HV-SDIS-GUIDE
           EXEC SQL
               UPDATE SEASON_DISCOUNT
               SET GUIDE = NULL
               WHERE TOUR_PLACE  = :HV-SDIS-TOUR-PLACE
                 AND DATE        = DATE(:HV-SDIS-DATE)
                 AND CUSTOMER_ID = :HV-SDIS-CUSTOMER-ID
                 AND GUIDE       = :HV-SDIS-GUIDE
           END-EXEC
           MOVE '2210-CLEAR-ONE-TOUR' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE HV-SDIS-TOUR-PLACE  TO O-LVEX-TOUR-PLACE
           MOVE HV-SDIS-DATE        TO O-LVEX-TOUR-DATE
           MOVE HV-SDIS-CUSTOMER-ID TO O-LVEX-CUSTOMER-ID
           MOVE HV-SDIS-BOOKING-REF TO O-LVEX-BOOKING-REF
           MOVE 'ASSIGN BY HAND'    TO O-LVEX-ACTION
           PERFORM 2300-WRITE-EXCEPTION
           ADD 1 TO WS-BY-HAND-COUNT.
       2210-CLEAR-ONE-TOUR-END. EXIT.

       2300-WRITE-EXCEPTION.
           MOVE WS-GUIDE-ID TO O-LVEX-GUIDE-ID
           WRITE O-LVEX-REC
           DISPLAY 'GUIDE ' WS-GUIDE-ID ' OFF ' O-LVEX-TOUR-PLACE
               ' / ' O-LVEX-TOUR-DATE ' - ' O-LVEX-ACTION.
       2300-WRITE-EXCEPTION-END. EXIT.

       3000-DROP-LEAVE.
           MOVE WS-GUIDE-ID   TO HV-GLV-GUIDE-ID
           MOVE WS-LEAVE-FROM TO HV-GLV-LEAVE-FROM
           EXEC SQL
               DELETE FROM GUIDE_LEAVE
               WHERE GUIDE_ID   = :HV-GLV-GUIDE-ID
                 AND LEAVE_FROM = DATE(:HV-GLV-LEAVE-FROM)
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'LEAVE FROM ' WS-LEAVE-FROM ' REMOVED FOR '
                   WS-GUIDE-ID
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO LEAVE FROM ' WS-LEAVE-FROM ' ON FILE FOR '
                   WS-GUIDE-ID
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE '3000-DROP-LEAVE' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-EVALUATE.
       3000-DROP-LEAVE-END. EXIT.

       9000-TERM.
           IF WS-FILE-OPEN
               CLOSE O-LVEX-PS
           END-IF
           DISPLAY 'GL013A11 - GUIDE LEAVE MAINTENANCE COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
      * THE SPELL AND THE TOURS IT FREES UP ARE ONE PIECE OF WORK -
      * ANY SQL ERROR BACKS THE WHOLE RUN OUT AND ENDS RC 12; THE
      * EXCEPTION REPORT FROM THAT RUN MUST NOT BE USED
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
           MOVE 'GL013A11'      TO HV-ERL-PROGRAM-ID
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
