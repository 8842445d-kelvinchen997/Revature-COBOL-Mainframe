       IDENTIFICATION DIVISION.
       PROGRAM-ID. PF013A11.
      *   PROGRAM NAME: PF013A11
      *   INPUT: JCL PARM 'YYYY-MM,T|H,RRRRR,PP' (REPORT MONTH, THE
      *       GE013A11 GUIDE RATE BASIS T=PER-TOUR OR H=PER-HEAD AND
      *       RATE, TARGET MARGIN PERCENT - DEFAULT 20 - SAME PADDED
      *       COMMA-SEPARATED PARM CONVENTION AS TM013A11),
      *       TOUR_REV_REC, SEASON_DISCOUNT, TOUR_ATTENDANCE,
      *       TOUR_SUPPLIER_COST
      *   OUTPUT: ARI011.KELVIN.ASGMTL3.TOUR.PS(TOURPROF) AS: OUTPROF
      *   DESCRIPTION: WE KNOW WHAT A TOUR SELLS FOR AND WHAT ITS
      *       GUIDE EARNS BUT NOT WHAT IT COSTS TO RUN. THIS IS THE
      *       MONTHLY PROFITABILITY REPORT - ONE TOUR PER TOUR_PLACE,
      *       TOUR_DATE AND GUIDE WHOSE REVENUE RR013A11 RECOGNIZED:
      *       - 'TOUR' - BOOKINGS, HEADS ACTUALLY CARRIED (ATTENDED
      *         ON TOUR_ATTENDANCE; THE BOOKED GROUP SIZE WHERE AT013A11
      *         LOADED NO ATTENDANCE), RECOGNIZED REVENUE, GUIDE COST
      *         AT THE PARM RATE AND SUPPLIER COST FROM THE
      *         TOUR_SUPPLIER_COST ROWS IN FORCE ON THE TOUR_DATE;
      *       - 'MRGN' - MARGIN PER TOUR AND PER SEAT CARRIED, AND
      *         MARGIN AS A PERCENTAGE OF REVENUE. A TOUR BELOW THE
      *         TARGET MARGIN PRINTS AS 'REVW' INSTEAD, NAMING
      *         CP013A11 FOR A CAPACITY OR PRICING REVIEW.
      *       A 'TOTL' LINE CLOSES THE MONTH. AMOUNTS ARE SUMMED AS
      *       STORED, IN EACH BOOKING'S OWN CURRENCY, THE SAME AS
      *       RP013A11.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-PROF-PS ASSIGN TO OUTPROF
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROF.
       DATA DIVISION.
       FILE SECTION.
      * ONE LAYOUT, THREE BODIES - O-PROF-LINE-TYPE SAYS WHICH
       FD O-PROF-PS.
       01 O-PROF-REC.
           05 O-PROF-LINE-TYPE    PIC X(04).
           05 FILLER              PIC X(01).
           05 O-PROF-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 O-PROF-TOUR-DATE    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-PROF-GUIDE        PIC X(10).
           05 FILLER              PIC X(01).
           05 O-PROF-BODY         PIC X(37).
           05 O-PROF-TOUR REDEFINES O-PROF-BODY.
               10 O-PROF-BOOKINGS     PIC 9(04).
               10 FILLER              PIC X(01).
               10 O-PROF-HEADS        PIC 9(05).
               10 FILLER              PIC X(01).
               10 O-PROF-REVENUE      PIC 9(09).
               10 FILLER              PIC X(01).
               10 O-PROF-GUIDE-COST   PIC 9(07).
               10 FILLER              PIC X(01).
               10 O-PROF-SUPP-COST    PIC 9(08).
           05 O-PROF-MRGN REDEFINES O-PROF-BODY.
               10 O-PROF-MARGIN       PIC S9(09) SIGN LEADING SEPARATE.
               10 FILLER              PIC X(01).
               10 O-PROF-SEAT-MARGIN  PIC S9(07) SIGN LEADING SEPARATE.
               10 FILLER              PIC X(01).
               10 O-PROF-MARGIN-PCT   PIC S9(03) SIGN LEADING SEPARATE.
               10 FILLER              PIC X(01).
               10 O-PROF-TARGET-PCT   PIC 9(02).
               10 FILLER              PIC X(01).
               10 O-PROF-REVIEW       PIC X(08).
               10 FILLER              PIC X(01).
           05 O-PROF-TOTL REDEFINES O-PROF-BODY.
               10 O-PROF-TOT-TOURS    PIC 9(05).
               10 FILLER              PIC X(01).
               10 O-PROF-TOT-HEADS    PIC 9(06).
               10 FILLER              PIC X(01).
               10 O-PROF-TOT-REVENUE  PIC 9(11).
               10 FILLER              PIC X(01).
               10 O-PROF-TOT-MARGIN   PIC S9(11) SIGN LEADING SEPARATE.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-PROF            PIC 9(02).
               88 FS-PROF-SUCC      VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
           05 WS-PARM-VARS.
               10 WS-PARM-MONTH     PIC X(07).
               10 WS-PARM-BASIS     PIC X(01).
               10 WS-PARM-RATE      PIC X(05).
               10 WS-PARM-TARGET    PIC X(02) VALUE SPACES.
           05 WS-MONTH-FROM         PIC X(10).
           05 WS-RATE-N             PIC 9(05).
           05 WS-TARGET-N           PIC 9(02).
           05 WS-WORK-VARS.
               10 WS-BOOKED-HEADS   PIC S9(9) USAGE COMP.
               10 WS-HV-ATT-ROWS    PIC S9(9) USAGE COMP.
               10 WS-HV-ATTENDED    PIC S9(9) USAGE COMP.
               10 WS-HV-COST-ROWS   PIC S9(9) USAGE COMP.
               10 WS-HV-FIXED       PIC S9(9) USAGE COMP.
               10 WS-HV-PER-HEAD    PIC S9(9) USAGE COMP.
               10 WS-MARGIN         PIC S9(11) USAGE COMP-3.
               10 WS-SEAT-MARGIN    PIC S9(09) USAGE COMP-3.
               10 WS-MARGIN-PCT     PIC S9(07) USAGE COMP-3.
           05 WS-CONTROL-BREAK.
               10 WS-PREV-PLACE     PIC X(15) VALUE SPACES.
               10 WS-PREV-DATE      PIC X(10) VALUE SPACES.
               10 WS-PREV-GUIDE     PIC X(10) VALUE SPACES.
               10 WS-TR-BOOKINGS    PIC 9(04) VALUE ZEROES.
               10 WS-TR-HEADS       PIC 9(05) VALUE ZEROES.
               10 WS-TR-REVENUE     PIC 9(09) VALUE ZEROES.
               10 WS-TR-GUIDE-COST  PIC 9(07) VALUE ZEROES.
               10 WS-TR-SUPP-COST   PIC 9(08) VALUE ZEROES.
           05 WS-COUNTERS.
               10 WS-BOOKING-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-NOATT-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-NOCOST-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-REVIEW-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-TOT-TOURS      PIC 9(05) VALUE ZEROES.
               10 WS-TOT-HEADS      PIC 9(06) VALUE ZEROES.
               10 WS-TOT-REVENUE    PIC 9(11) VALUE ZEROES.
               10 WS-TOT-GUIDE-COST PIC 9(11) VALUE ZEROES.
               10 WS-TOT-SUPP-COST  PIC 9(11) VALUE ZEROES.
               10 WS-TOT-MARGIN     PIC S9(11) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC103A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC183A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY BOOKING RECOGNIZED FOR A TOUR RUN IN THE MONTH, IN TOUR
      * ORDER FOR THE CONTROL BREAK. PLACE AND GUIDE COME OFF
      * SEASON_DISCOUNT, OR OFF TOUR_ATTENDANCE WHERE THE BOOKING IS
      * NO LONGER THERE; THE TWO COUNTS ARE THE ATTENDANCE ROWS LOADED
      * AND THE HEADS THAT ACTUALLY TURNED UP.
           EXEC SQL
               DECLARE CURSOR_PROF CURSOR FOR
                 SELECT
                    COALESCE(S.TOUR_PLACE,
                       (SELECT MAX(A.TOUR_PLACE)
                        FROM TOUR_ATTENDANCE A
                        WHERE A.BOOKING_REF = R.BOOKING_REF), ' ')
                   ,CHAR(R.TOUR_DATE, ISO)
                   ,COALESCE(S.GUIDE,
                       (SELECT MAX(A.GUIDE)
                        FROM TOUR_ATTENDANCE A
                        WHERE A.BOOKING_REF = R.BOOKING_REF), ' ')
                   ,R.BOOKING_REF
                   ,R.AMOUNT
                   ,COALESCE(S.DISCOUNT, 0)
                   ,COALESCE(S.GROUP_DISCOUNT, 0)
                   ,(SELECT COUNT(*)
                     FROM TOUR_ATTENDANCE A
                     WHERE A.BOOKING_REF = R.BOOKING_REF)
                   ,(SELECT COUNT(*)
                     FROM TOUR_ATTENDANCE A
                     WHERE A.BOOKING_REF   = R.BOOKING_REF
                       AND A.ATTEND_STATUS = 'ATTENDED')
                 FROM TOUR_REV_REC R
                 LEFT OUTER JOIN SEASON_DISCOUNT S
                     ON S.BOOKING_REF = R.BOOKING_REF
                 WHERE R.REV_STATUS = 'RECOGNZD'
                   AND R.TOUR_DATE >= DATE(:WS-MONTH-FROM)
                   AND R.TOUR_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 ORDER BY 1, 2, 3, 4
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(18).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PF013A11 - TOUR PROFITABILITY REPORT STARTING'
           PERFORM 0100-PARSE-PARM
           PERFORM 1000-INIT
           PERFORM 2000-BUILD-REPORT
           PERFORM 3000-WRITE-TOTAL
           DISPLAY 'BOOKINGS RECOGNIZED. . . . : ' WS-BOOKING-COUNT
           DISPLAY 'NO ATTENDANCE, BOOKED SIZE : ' WS-NOATT-COUNT
           DISPLAY 'TOURS REPORTED . . . . . . : ' WS-TOT-TOURS
           DISPLAY 'TOURS WITH NO COSTS ON FILE: ' WS-NOCOST-COUNT
           DISPLAY 'TOURS FLAGGED FOR REVIEW . : ' WS-REVIEW-COUNT
           DISPLAY 'TOTAL REVENUE. . . . . . . : ' WS-TOT-REVENUE
           DISPLAY 'TOTAL GUIDE COST . . . . . : ' WS-TOT-GUIDE-COST
           DISPLAY 'TOTAL SUPPLIER COST. . . . : ' WS-TOT-SUPP-COST
           DISPLAY 'TOTAL MARGIN . . . . . . . : ' WS-TOT-MARGIN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       0100-PARSE-PARM.
           IF LK-PARM-LEN = 0
               DISPLAY 'PF013A11 - PARM YYYY-MM,T|H,RRRRR,PP REQUIRED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           UNSTRING LK-PARM-TEXT DELIMITED BY ','
               INTO WS-PARM-MONTH
                    WS-PARM-BASIS
                    WS-PARM-RATE
                    WS-PARM-TARGET
           IF (WS-PARM-MONTH(5:1) NOT = '-')
               OR (WS-PARM-MONTH(1:4) IS NOT NUMERIC)
               OR (WS-PARM-MONTH(6:2) IS NOT NUMERIC)
               DISPLAY 'PF013A11 - BAD MONTH, EXPECTED YYYY-MM: '
                   WS-PARM-MONTH
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           IF (WS-PARM-BASIS NOT = 'T')
               AND (WS-PARM-BASIS NOT = 'H')
               DISPLAY 'PF013A11 - RATE BASIS MUST BE T OR H'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           IF WS-PARM-RATE IS NOT NUMERIC
               DISPLAY 'PF013A11 - RATE MUST BE NUMERIC'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           IF WS-PARM-TARGET = SPACES
               MOVE '20' TO WS-PARM-TARGET
           END-IF
           IF WS-PARM-TARGET IS NOT NUMERIC
               DISPLAY 'PF013A11 - TARGET MARGIN MUST BE 2 DIGITS: '
                   WS-PARM-TARGET
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           MOVE WS-PARM-RATE   TO WS-RATE-N
           MOVE WS-PARM-TARGET TO WS-TARGET-N
           STRING WS-PARM-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-FROM
           DISPLAY 'REPORT MONTH: ' WS-PARM-MONTH
               '  BASIS: ' WS-PARM-BASIS '  RATE: ' WS-RATE-N
               '  TARGET MARGIN: ' WS-TARGET-N '%'.
       0100-PARSE-PARM-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-PROF-PS
           IF FS-PROF-SUCC
               DISPLAY 'OPENED TOUR PROFITABILITY REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTPROF. EC: ' WS-FS-PROF
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-BUILD-REPORT.
           EXEC SQL OPEN CURSOR_PROF END-EXEC
           MOVE '2000-BUILD-REPORT' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_PROF INTO
                        :HV-SDIS-TOUR-PLACE
                       ,:HV-TRR-TOUR-DATE
                       ,:HV-SDIS-GUIDE
                       ,:HV-TRR-BOOKING-REF
                       ,:HV-TRR-AMOUNT
                       ,:HV-SDIS-DISCOUNT
                       ,:HV-SDIS-GROUP-DISCOUNT
                       ,:WS-HV-ATT-ROWS
                       ,:WS-HV-ATTENDED
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2000-BUILD-REPORT' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2100-TALLY-ONE-BOOKING
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_PROF END-EXEC
           IF WS-TR-BOOKINGS > 0
               PERFORM 2300-WRITE-TOUR
           END-IF.
       2000-BUILD-REPORT-END. EXIT.

      ******************************************************************
      * 2100-TALLY-ONE-BOOKING: CONTROL BREAK ON PLACE, DATE AND GUIDE *
      * - ONE TOUR RUN. THE BOOKED GROUP SIZE IS GROUP_DISCOUNT OVER   *
      * DISCOUNT (ONE HEAD WHEN IT CANNOT BE DERIVED), THE SAME RULE   *
      * GE013A11 PAYS THE GUIDE ON, SO GUIDE COST HERE IS WHAT         *
      * GE013A11 PAYS FOR THESE BOOKINGS AT THE SAME RATE - PER        *
      * BOOKING ON BASIS T, PER BOOKED HEAD ON BASIS H, NOTHING FOR AN *
      * UNGUIDED TOUR. HEADS CARRIED ARE THE ATTENDED COUNT ONCE       *
      * AT013A11 HAS LOADED THE MANIFEST, ELSE THE BOOKED GROUP SIZE.  *
      ******************************************************************
       2100-TALLY-ONE-BOOKING.
           IF (HV-SDIS-TOUR-PLACE NOT = WS-PREV-PLACE)
               OR (HV-TRR-TOUR-DATE NOT = WS-PREV-DATE)
               OR (HV-SDIS-GUIDE NOT = WS-PREV-GUIDE)
               IF WS-TR-BOOKINGS > 0
                   PERFORM 2300-WRITE-TOUR
               END-IF
               MOVE HV-SDIS-TOUR-PLACE TO WS-PREV-PLACE
               MOVE HV-TRR-TOUR-DATE   TO WS-PREV-DATE
               MOVE HV-SDIS-GUIDE      TO WS-PREV-GUIDE
               MOVE ZEROES TO WS-TR-BOOKINGS, WS-TR-HEADS,
                              WS-TR-REVENUE, WS-TR-GUIDE-COST,
                              WS-TR-SUPP-COST
           END-IF
           ADD 1 TO WS-TR-BOOKINGS
           ADD 1 TO WS-BOOKING-COUNT
           IF HV-SDIS-DISCOUNT > 0
               COMPUTE WS-BOOKED-HEADS =
                   HV-SDIS-GROUP-DISCOUNT / HV-SDIS-DISCOUNT
           ELSE
               MOVE 1 TO WS-BOOKED-HEADS
           END-IF
           IF WS-HV-ATT-ROWS > 0
               ADD WS-HV-ATTENDED TO WS-TR-HEADS
           ELSE
               ADD WS-BOOKED-HEADS TO WS-TR-HEADS
               ADD 1 TO WS-NOATT-COUNT
           END-IF
           ADD HV-TRR-AMOUNT TO WS-TR-REVENUE
           IF HV-SDIS-GUIDE NOT = SPACES
               IF WS-PARM-BASIS = 'T'
                   ADD WS-RATE-N TO WS-TR-GUIDE-COST
               ELSE
                   COMPUTE WS-TR-GUIDE-COST = WS-TR-GUIDE-COST
                       + ( WS-BOOKED-HEADS * WS-RATE-N )
               END-IF
           END-IF.
       2100-TALLY-ONE-BOOKING-END. EXIT.

      ******************************************************************
      * 2200-GET-SUPPLIER-COST: FOR EACH COST TYPE AT THE PLACE, THE   *
      * ROW IN FORCE ON THE TOUR_DATE - THE LATEST EFF_DATE NOT AFTER  *
      * IT, AS PGMRERT READS TB_POLICY_RATES - SUMMED INTO ONE FIXED   *
      * AND ONE PER-HEAD FIGURE. A PLACE WITH NO COSTS SET UP YET      *
      * COSTS NOTHING AND IS COUNTED SO THE GAP GETS FILLED.           *
      ******************************************************************
       2200-GET-SUPPLIER-COST.
           MOVE WS-PREV-PLACE TO HV-SUP-TOUR-PLACE
           MOVE WS-PREV-DATE  TO HV-SUP-EFF-DATE
           EXEC SQL
               SELECT COUNT(*)
                     ,COALESCE(SUM(C.FIXED_COST), 0)
                     ,COALESCE(SUM(C.PER_HEAD_COST), 0)
               INTO :WS-HV-COST-ROWS
                   ,:WS-HV-FIXED
                   ,:WS-HV-PER-HEAD
               FROM TOUR_SUPPLIER_COST C
               WHERE C.TOUR_PLACE = :HV-SUP-TOUR-PLACE
                 AND C.EFF_DATE =
                     (SELECT MAX(C2.EFF_DATE)
                      FROM TOUR_SUPPLIER_COST C2
                      WHERE C2.TOUR_PLACE = C.TOUR_PLACE
                        AND C2.COST_TYPE  = C.COST_TYPE
                        AND C2.EFF_DATE  <= DATE(:HV-SUP-EFF-DATE))
           END-EXEC
           MOVE '2200-GET-SUPPLIER-COST' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-HV-COST-ROWS = 0
               DISPLAY 'NO SUPPLIER COSTS IN FORCE: ' WS-PREV-PLACE
                   ' ' WS-PREV-DATE
               ADD 1 TO WS-NOCOST-COUNT
           END-IF
           COMPUTE WS-TR-SUPP-COST =
               WS-HV-FIXED + ( WS-HV-PER-HEAD * WS-TR-HEADS ).
       2200-GET-SUPPLIER-COST-END. EXIT.

      ******************************************************************
      * 2300-WRITE-TOUR: THE TOUR LINE AND ITS MARGIN LINE. THE TARGET *
      * TEST IS MARGIN * 100 < TARGET * REVENUE SO A TOUR WITH NO      *
      * REVENUE BUT REAL COSTS IS FLAGGED WITHOUT A DIVIDE BY ZERO.    *
      * THE PERCENTAGE PRINTED FLOORS AT -999.                         *
      ******************************************************************
       2300-WRITE-TOUR.
           PERFORM 2200-GET-SUPPLIER-COST
           COMPUTE WS-MARGIN = WS-TR-REVENUE - WS-TR-GUIDE-COST
                             - WS-TR-SUPP-COST
           IF WS-TR-HEADS > 0
               COMPUTE WS-SEAT-MARGIN ROUNDED =
                   WS-MARGIN / WS-TR-HEADS
           ELSE
               MOVE ZEROES TO WS-SEAT-MARGIN
           END-IF
           IF WS-TR-REVENUE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   ( WS-MARGIN * 100 ) / WS-TR-REVENUE
           ELSE
               MOVE ZEROES TO WS-MARGIN-PCT
           END-IF
           IF WS-MARGIN-PCT < -999
               MOVE -999 TO WS-MARGIN-PCT
           END-IF
           MOVE SPACES TO O-PROF-REC
           MOVE 'TOUR'           TO O-PROF-LINE-TYPE
           MOVE WS-PREV-PLACE    TO O-PROF-TOUR-PLACE
           MOVE WS-PREV-DATE     TO O-PROF-TOUR-DATE
           MOVE WS-PREV-GUIDE    TO O-PROF-GUIDE
           MOVE WS-TR-BOOKINGS   TO O-PROF-BOOKINGS
           MOVE WS-TR-HEADS      TO O-PROF-HEADS
           MOVE WS-TR-REVENUE    TO O-PROF-REVENUE
           MOVE WS-TR-GUIDE-COST TO O-PROF-GUIDE-COST
           MOVE WS-TR-SUPP-COST  TO O-PROF-SUPP-COST
           WRITE O-PROF-REC
           MOVE SPACES TO O-PROF-REC
           MOVE WS-PREV-PLACE    TO O-PROF-TOUR-PLACE
           MOVE WS-PREV-DATE     TO O-PROF-TOUR-DATE
           MOVE WS-PREV-GUIDE    TO O-PROF-GUIDE
           MOVE WS-MARGIN        TO O-PROF-MARGIN
           MOVE WS-SEAT-MARGIN   TO O-PROF-SEAT-MARGIN
           MOVE WS-MARGIN-PCT    TO O-PROF-MARGIN-PCT
           MOVE WS-TARGET-N      TO O-PROF-TARGET-PCT
           IF ( WS-MARGIN * 100 ) < ( WS-TARGET-N * WS-TR-REVENUE )
               MOVE 'REVW'       TO O-PROF-LINE-TYPE
               MOVE 'CP013A11'   TO O-PROF-REVIEW
               ADD 1 TO WS-REVIEW-COUNT
               DISPLAY 'BELOW TARGET MARGIN, REVIEW IN CP013A11: '
                   WS-PREV-PLACE ' ' WS-PREV-DATE
           ELSE
               MOVE 'MRGN'       TO O-PROF-LINE-TYPE
           END-IF
           WRITE O-PROF-REC
           ADD 1                TO WS-TOT-TOURS
           ADD WS-TR-HEADS      TO WS-TOT-HEADS
           ADD WS-TR-REVENUE    TO WS-TOT-REVENUE
           ADD WS-TR-GUIDE-COST TO WS-TOT-GUIDE-COST
           ADD WS-TR-SUPP-COST  TO WS-TOT-SUPP-COST
           ADD WS-MARGIN        TO WS-TOT-MARGIN.
       2300-WRITE-TOUR-END. EXIT.

       3000-WRITE-TOTAL.
           MOVE SPACES TO O-PROF-REC
           MOVE 'TOTL'         TO O-PROF-LINE-TYPE
           MOVE 'ALL PLACES'   TO O-PROF-TOUR-PLACE
           MOVE WS-PARM-MONTH  TO O-PROF-TOUR-DATE
           MOVE WS-TOT-TOURS   TO O-PROF-TOT-TOURS
           MOVE WS-TOT-HEADS   TO O-PROF-TOT-HEADS
           MOVE WS-TOT-REVENUE TO O-PROF-TOT-REVENUE
           MOVE WS-TOT-MARGIN  TO O-PROF-TOT-MARGIN
           WRITE O-PROF-REC.
       3000-WRITE-TOTAL-END. EXIT.

       9000-TERM.
           CLOSE O-PROF-PS
           DISPLAY 'PF013A11 - TOUR PROFITABILITY REPORT COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H001-SQL-HANDLER.
           IF SQLCODE = DB2-SUCCESS
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H002-LOG-SQL-ERROR
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       H001-SQL-HANDLER-END. EXIT.

       H002-LOG-SQL-ERROR.
           MOVE 'PF013A11'      TO HV-ERL-PROGRAM-ID
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
