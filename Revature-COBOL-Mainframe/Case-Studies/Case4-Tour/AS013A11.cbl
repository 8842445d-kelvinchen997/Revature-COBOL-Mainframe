       IDENTIFICATION DIVISION.
       PROGRAM-ID. AS013A11.
      *   PROGRAM NAME: AS013A11
      *   INPUT: JCL PARM 'YYYY-MM' (DEFAULT: THE MONTH JUST ENDED),
      *       THE MONTH'S NT013A11 NET SETTLEMENT FILES (OUTNETT
      *       LAYOUT, CONCATENATED) AS: INNETT,
      *       TOUR_AGENCY, TOUR_REV_REC, SEASON_DISCOUNT, TOUR_DETAILS
      *   OUTPUT: ARI011.KELVIN.ASGMTL3.TOUR.PS(AGYSTMT) AS: OUTASTM,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(AGYPAY)  AS: OUTAPAY
      *   DESCRIPTION: TRAVEL AGENCIES SELL A LARGE SHARE OF OUR TOUR
      *       GROUPS AND THEIR COMMISSION WAS WORKED OUT FROM EMAILED
      *       SPREADSHEETS. THIS IS THE MONTHLY AGENCY STATEMENT. FOR
      *       EACH TOUR_AGENCY IT PRINTS:
      *       - 'SALE' - THE AGENCY'S BOOKINGS AND CANCELLATIONS ON
      *         THE MONTH'S NT013A11 NET SETTLEMENT FILES ('BKG' AND
      *         'REV' LINES), GROSS AND NET, EACH LINE TIED TO ITS
      *         AGENCY THROUGH THE BOOKING_REF;
      *       - 'DLVR' - ONE LINE PER AGENCY BOOKING WHOSE TOUR WAS
      *         DELIVERED IN THE MONTH (TOUR_REV_REC ROW RECOGNIZED BY
      *         RR013A11 IN THE MONTH) WITH ITS COMMISSION AT THE
      *         AGENCY'S COMM_RATE;
      *       - 'COMM' - THE MONTH'S DELIVERED REVENUE AND COMMISSION.
      *       A 'TOTL' COMM LINE CLOSES THE STATEMENT. COMMISSION IS
      *       EARNED ONLY ON DELIVERED TOURS - A CANCELLED BOOKING IS
      *       RELEASED, NEVER RECOGNIZED, SO IT NEVER PAYS. EACH
      *       AGENCY OWED COMMISSION GETS ONE PAYABLE RECORD WITH ITS
      *       TOUR_AGENCY PAYMENT DETAILS ON OUTAPAY, WHICH PGMTGLJ
      *       JOURNALS AS THE 'TOURCOMM' PAIR. A DEACTIVATED AGENCY
      *       IS STILL PAID FOR WHAT IT SOLD.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-NETT-PS ASSIGN TO INNETT
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-NETT.
           SELECT O-ASTM-PS ASSIGN TO OUTASTM
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-ASTM.
           SELECT O-APAY-PS ASSIGN TO OUTAPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-APAY.
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT NT013A11'S O-NETT-REC PRODUCES
       FD I-NETT-PS.
       01 I-NETT-REC.
           05 I-NETT-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 I-NETT-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 I-NETT-DATE         PIC X(10).
           05 FILLER              PIC X(01).
           05 I-NETT-CUSTOMER-ID  PIC X(10).
           05 FILLER              PIC X(01).
           05 I-NETT-GROSS-PRICE  PIC 9(07).
           05 FILLER              PIC X(01).
           05 I-NETT-NET-PRICE    PIC 9(07).
           05 FILLER              PIC X(01).
           05 I-NETT-FLAG         PIC X(03).
           05 FILLER              PIC X(09).
      * ONE LAYOUT, THREE BODIES - O-ASTM-LINE-TYPE SAYS WHICH
       FD O-ASTM-PS.
       01 O-ASTM-REC.
           05 O-ASTM-LINE-TYPE    PIC X(04).
           05 FILLER              PIC X(01).
           05 O-ASTM-AGENCY-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-ASTM-MONTH        PIC X(07).
           05 FILLER              PIC X(01).
           05 O-ASTM-BODY         PIC X(56).
           05 O-ASTM-SALE REDEFINES O-ASTM-BODY.
               10 O-ASTM-BKG-COUNT    PIC 9(05).
               10 FILLER              PIC X(01).
               10 O-ASTM-BKG-GROSS    PIC 9(09).
               10 FILLER              PIC X(01).
               10 O-ASTM-CANC-COUNT   PIC 9(05).
               10 FILLER              PIC X(01).
               10 O-ASTM-CANC-GROSS   PIC 9(09).
               10 FILLER              PIC X(01).
               10 O-ASTM-NET-AMOUNT   PIC 9(09).
               10 FILLER              PIC X(15).
           05 O-ASTM-DLVR REDEFINES O-ASTM-BODY.
               10 O-ASTM-BOOKING-REF  PIC X(12).
               10 FILLER              PIC X(01).
               10 O-ASTM-TOUR-DATE    PIC X(10).
               10 FILLER              PIC X(01).
               10 O-ASTM-TOUR-AMOUNT  PIC 9(07).
               10 FILLER              PIC X(01).
               10 O-ASTM-TOUR-COMM    PIC 9(07).
               10 FILLER              PIC X(17).
           05 O-ASTM-COMM REDEFINES O-ASTM-BODY.
               10 O-ASTM-DLV-COUNT    PIC 9(05).
               10 FILLER              PIC X(01).
               10 O-ASTM-DLV-REVENUE  PIC 9(09).
               10 FILLER              PIC X(01).
               10 O-ASTM-COMM-RATE    PIC 9(02)V9(02).
               10 FILLER              PIC X(01).
               10 O-ASTM-COMM-AMOUNT  PIC 9(09).
               10 FILLER              PIC X(26).
       FD O-APAY-PS.
       01 O-APAY-REC.
           05 O-APAY-AGENCY-ID    PIC X(10).
           05 FILLER              PIC X(01).
           05 O-APAY-AGENCY-NAME  PIC X(30).
           05 FILLER              PIC X(01).
           05 O-APAY-MONTH        PIC X(07).
           05 FILLER              PIC X(01).
           05 O-APAY-PAY-METHOD   PIC X(04).
           05 FILLER              PIC X(01).
           05 O-APAY-PAY-ACCOUNT  PIC X(20).
           05 FILLER              PIC X(01).
           05 O-APAY-BANK-CODE    PIC X(11).
           05 FILLER              PIC X(01).
           05 O-APAY-COMM-AMOUNT  PIC 9(09).
           05 FILLER              PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-NETT        PIC 9(02).
                   88 FS-NETT-SUCC  VALUE 00.
                   88 FS-NETT-EOF   VALUE 10.
               10 WS-FS-ASTM        PIC 9(02).
                   88 FS-ASTM-SUCC  VALUE 00.
               10 WS-FS-APAY        PIC 9(02).
                   88 FS-APAY-SUCC  VALUE 00.
           05 WS-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
               88 WS-FILES-OPEN         VALUE 'Y'.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
           05 WS-REPORT-MONTH       PIC X(07).
           05 WS-MONTH-FROM         PIC X(10).
           05 WS-WORK-VARS.
               10 WS-LINE-AGENCY    PIC X(10).
               10 WS-LINE-COMM      PIC S9(9) USAGE COMP.
           05 WS-COUNTERS.
               10 WS-NETT-READ      PIC 9(07) VALUE ZEROES.
               10 WS-DIRECT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-NOAGY-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-PAYABLE-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-TOT-DLV-COUNT  PIC 9(05) VALUE ZEROES.
               10 WS-TOT-DLV-REV    PIC 9(09) VALUE ZEROES.
               10 WS-TOT-COMM       PIC 9(09) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      ******************************************************************
      * WS-AGENCY-TABLE: EVERY TOUR_AGENCY ROW, ACTIVE OR NOT, WITH    *
      * ITS MONTH'S ACCUMULATORS. WS-AGY-MAX BOUNDS THE LOAD - AN      *
      * AGENCY PAST IT IS REPORTED AND LEFT OFF THE STATEMENT.         *
      ******************************************************************
       01 WS-AGENCY-CTL.
           05 WS-AGY-MAX            PIC 9(05) VALUE 500.
           05 WS-AGY-COUNT          PIC 9(05) VALUE ZEROES.
           05 WS-AGY-IDX            PIC 9(05) VALUE ZEROES.
           05 WS-AGY-HIT            PIC 9(05) VALUE ZEROES.
       01 WS-AGENCY-TABLE.
           05 WS-AGY-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-AGY-COUNT.
               10 WS-AGY-ID          PIC X(10).
               10 WS-AGY-NAME        PIC X(30).
               10 WS-AGY-RATE        PIC S9(2)V9(2) USAGE COMP-3.
               10 WS-AGY-METHOD      PIC X(04).
               10 WS-AGY-ACCOUNT     PIC X(20).
               10 WS-AGY-BANK        PIC X(11).
               10 WS-AGY-BKG-COUNT   PIC 9(05).
               10 WS-AGY-BKG-GROSS   PIC 9(09).
               10 WS-AGY-CANC-COUNT  PIC 9(05).
               10 WS-AGY-CANC-GROSS  PIC 9(09).
               10 WS-AGY-NET         PIC 9(09).
               10 WS-AGY-DLV-COUNT   PIC 9(05).
               10 WS-AGY-DLV-REV     PIC 9(09).
               10 WS-AGY-COMM        PIC 9(09).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC173A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC103A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY AGENCY ON THE MASTER - INACTIVE ONES STILL GET PAID
           EXEC SQL
               DECLARE CURSOR_AGYM CURSOR FOR
                 SELECT
                    AGENCY_ID
                   ,AGENCY_NAME
                   ,COMM_RATE
                   ,PAY_METHOD
                   ,PAY_ACCOUNT
                   ,PAY_BANK_CODE
                 FROM TOUR_AGENCY
                 ORDER BY AGENCY_ID
           END-EXEC.
      * ONE AGENCY'S BOOKINGS WHOSE TOUR WAS DELIVERED IN THE MONTH
           EXEC SQL
               DECLARE CURSOR_AGDL CURSOR FOR
                 SELECT
                    BOOKING_REF
                   ,AMOUNT
                   ,CHAR(TOUR_DATE, ISO)
                 FROM TOUR_REV_REC
                 WHERE AGENCY_ID  = :HV-AGY-AGENCY-ID
                   AND REV_STATUS = 'RECOGNZD'
                   AND STATUS_DATE >= DATE(:WS-MONTH-FROM)
                   AND STATUS_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 ORDER BY TOUR_DATE, BOOKING_REF
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-MONTH  PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'AS013A11 - MONTHLY AGENCY STATEMENT STARTING'
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                 1, 7)
                   INTO :WS-REPORT-MONTH
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE '0000-MAIN' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-IF
           IF (WS-REPORT-MONTH(5:1) NOT = '-')
               OR (WS-REPORT-MONTH(1:4) IS NOT NUMERIC)
               OR (WS-REPORT-MONTH(6:2) IS NOT NUMERIC)
               DISPLAY 'AS013A11 - BAD PARM, EXPECTED YYYY-MM: '
                   WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           STRING WS-REPORT-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-FROM
           DISPLAY 'STATEMENT MONTH: ' WS-REPORT-MONTH
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-AGENCIES
           PERFORM 3000-TALLY-NET-FILE
           PERFORM 4000-AGENCY-STATEMENTS
           PERFORM 5000-WRITE-TOTAL
           DISPLAY 'NET FILE LINES READ. . . : ' WS-NETT-READ
           DISPLAY 'DIRECT BOOKINGS SKIPPED. : ' WS-DIRECT-COUNT
           DISPLAY 'AGENCY NOT ON MASTER . . : ' WS-NOAGY-COUNT
           DISPLAY 'AGENCIES PAYABLE . . . . : ' WS-PAYABLE-COUNT
           DISPLAY 'COMMISSION PAYABLE . . . : ' WS-TOT-COMM
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-ASTM-PS
           IF FS-ASTM-SUCC
               DISPLAY 'OPENED AGENCY STATEMENT'
           ELSE
               DISPLAY 'ERROR OPENING OUTASTM. EC: ' WS-FS-ASTM
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-APAY-PS
           IF FS-APAY-SUCC
               MOVE 'Y' TO WS-FILE-OPEN-SW
               DISPLAY 'OPENED AGENCY COMMISSION PAYABLE FILE'
           ELSE
               DISPLAY 'ERROR OPENING OUTAPAY. EC: ' WS-FS-APAY
               CLOSE O-ASTM-PS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-LOAD-AGENCIES.
           EXEC SQL OPEN CURSOR_AGYM END-EXEC
           MOVE '2000-LOAD-AGENCIES' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_AGYM INTO
                        :HV-AGY-AGENCY-ID
                       ,:HV-AGY-AGENCY-NAME
                       ,:HV-AGY-COMM-RATE
                       ,:HV-AGY-PAY-METHOD
                       ,:HV-AGY-PAY-ACCOUNT
                       ,:HV-AGY-PAY-BANK-CODE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2000-LOAD-AGENCIES' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2100-ADD-AGENCY-ENTRY
                       THRU 2100-ADD-AGENCY-ENTRY-END
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_AGYM END-EXEC
           DISPLAY 'AGENCIES ON THE MASTER . : ' WS-AGY-COUNT.
       2000-LOAD-AGENCIES-END. EXIT.

       2100-ADD-AGENCY-ENTRY.
           IF WS-AGY-COUNT >= WS-AGY-MAX
               DISPLAY 'AGENCY TABLE FULL - LEFT OFF THE STATEMENT: '
                   HV-AGY-AGENCY-ID
               MOVE 4 TO RETURN-CODE
               GO TO 2100-ADD-AGENCY-ENTRY-END
           END-IF
           ADD 1 TO WS-AGY-COUNT
           MOVE HV-AGY-AGENCY-ID     TO WS-AGY-ID(WS-AGY-COUNT)
           MOVE HV-AGY-AGENCY-NAME   TO WS-AGY-NAME(WS-AGY-COUNT)
           MOVE HV-AGY-COMM-RATE     TO WS-AGY-RATE(WS-AGY-COUNT)
           MOVE HV-AGY-PAY-METHOD    TO WS-AGY-METHOD(WS-AGY-COUNT)
           MOVE HV-AGY-PAY-ACCOUNT   TO WS-AGY-ACCOUNT(WS-AGY-COUNT)
           MOVE HV-AGY-PAY-BANK-CODE TO WS-AGY-BANK(WS-AGY-COUNT)
           MOVE ZEROES TO WS-AGY-BKG-COUNT(WS-AGY-COUNT)
                          WS-AGY-BKG-GROSS(WS-AGY-COUNT)
                          WS-AGY-CANC-COUNT(WS-AGY-COUNT)
                          WS-AGY-CANC-GROSS(WS-AGY-COUNT)
                          WS-AGY-NET(WS-AGY-COUNT)
                          WS-AGY-DLV-COUNT(WS-AGY-COUNT)
                          WS-AGY-DLV-REV(WS-AGY-COUNT)
                          WS-AGY-COMM(WS-AGY-COUNT).
       2100-ADD-AGENCY-ENTRY-END. EXIT.

      ******************************************************************
      * 3000-TALLY-NET-FILE: EACH NET SETTLEMENT LINE IS TIED TO ITS   *
      * AGENCY BY BOOKING_REF. NO NET FILE FOR THE MONTH MEANS NO SALE *
      * FIGURES, NOT A FAILED RUN - COMMISSION STILL COMES OFF         *
      * TOUR_REV_REC.                                                  *
      ******************************************************************
       3000-TALLY-NET-FILE.
           OPEN INPUT I-NETT-PS
           IF FS-NETT-SUCC
               PERFORM UNTIL FS-NETT-EOF
                   READ I-NETT-PS
                       AT END
                           MOVE 10 TO WS-FS-NETT
                       NOT AT END
                           ADD 1 TO WS-NETT-READ
                           PERFORM 3100-TALLY-ONE-LINE
                               THRU 3100-TALLY-ONE-LINE-END
                   END-READ
               END-PERFORM
               CLOSE I-NETT-PS
           ELSE
               DISPLAY 'NO NET SETTLEMENT FILE ON INNETT (EC: '
                   WS-FS-NETT ') - NO SALE FIGURES THIS RUN'
           END-IF.
       3000-TALLY-NET-FILE-END. EXIT.

      ******************************************************************
      * 3100-TALLY-ONE-LINE: THE AGENCY IS LOOKED UP WHERE THE BOOKING *
      * STILL IS - THE RECOGNITION LEDGER KEEPS IT AFTER A CANCEL,     *
      * SEASON_DISCOUNT HOLDS A PRICED BOOKING RR013A11 HAS NOT YET    *
      * DEFERRED, AND TOUR_DETAILS HOLDS A SOLO/LOW-PRICE BOOKING THAT *
      * NEVER REACHES EITHER. A BLANK AGENCY IS A DIRECT BOOKING.      *
      ******************************************************************
       3100-TALLY-ONE-LINE.
           MOVE I-NETT-BOOKING-REF TO HV-TRR-BOOKING-REF
           MOVE SPACES TO WS-LINE-AGENCY
           EXEC SQL
               SELECT COALESCE(
                      (SELECT MAX(R.AGENCY_ID) FROM TOUR_REV_REC R
                        WHERE R.BOOKING_REF = :HV-TRR-BOOKING-REF),
                      (SELECT MAX(S.AGENCY_ID) FROM SEASON_DISCOUNT S
                        WHERE S.BOOKING_REF = :HV-TRR-BOOKING-REF),
                      (SELECT MAX(T.AGENCY_ID) FROM TOUR_DETAILS T
                        WHERE T.BOOKING_REF = :HV-TRR-BOOKING-REF),
                      ' ')
               INTO :WS-LINE-AGENCY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '3100-TALLY-ONE-LINE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-LINE-AGENCY = SPACES
               ADD 1 TO WS-DIRECT-COUNT
               GO TO 3100-TALLY-ONE-LINE-END
           END-IF
           PERFORM 3200-FIND-AGENCY
           IF WS-AGY-HIT = 0
               DISPLAY 'AGENCY ' WS-LINE-AGENCY ' NOT ON THE MASTER - '
                   'BOOKING ' I-NETT-BOOKING-REF ' LEFT OFF'
               ADD 1 TO WS-NOAGY-COUNT
               GO TO 3100-TALLY-ONE-LINE-END
           END-IF
           IF I-NETT-FLAG = 'REV'
               ADD 1 TO WS-AGY-CANC-COUNT(WS-AGY-HIT)
               ADD I-NETT-GROSS-PRICE TO WS-AGY-CANC-GROSS(WS-AGY-HIT)
           ELSE
               ADD 1 TO WS-AGY-BKG-COUNT(WS-AGY-HIT)
               ADD I-NETT-GROSS-PRICE TO WS-AGY-BKG-GROSS(WS-AGY-HIT)
           END-IF
           ADD I-NETT-NET-PRICE TO WS-AGY-NET(WS-AGY-HIT).
       3100-TALLY-ONE-LINE-END. EXIT.

       3200-FIND-AGENCY.
           MOVE ZERO TO WS-AGY-HIT
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
                      OR WS-AGY-HIT > 0
               IF WS-AGY-ID(WS-AGY-IDX) = WS-LINE-AGENCY
                   MOVE WS-AGY-IDX TO WS-AGY-HIT
               END-IF
           END-PERFORM.
       3200-FIND-AGENCY-END. EXIT.

      ******************************************************************
      * 4000-AGENCY-STATEMENTS: ONE BLOCK PER AGENCY WITH ANY ACTIVITY *
      * IN THE MONTH - ITS DELIVERED TOURS, THEN SALE, THEN COMM - AND *
      * A PAYABLE RECORD WHEN COMMISSION IS OWED.                      *
      ******************************************************************
       4000-AGENCY-STATEMENTS.
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
               PERFORM 4100-DELIVERED-TOURS
               IF (WS-AGY-BKG-COUNT(WS-AGY-IDX) > 0)
                   OR (WS-AGY-CANC-COUNT(WS-AGY-IDX) > 0)
                   OR (WS-AGY-DLV-COUNT(WS-AGY-IDX) > 0)
                   PERFORM 4300-WRITE-SALE-LINE
                   PERFORM 4400-WRITE-COMM-LINE
               END-IF
               IF WS-AGY-COMM(WS-AGY-IDX) > 0
                   PERFORM 4500-WRITE-PAYABLE
               END-IF
           END-PERFORM.
       4000-AGENCY-STATEMENTS-END. EXIT.

       4100-DELIVERED-TOURS.
           MOVE WS-AGY-ID(WS-AGY-IDX) TO HV-AGY-AGENCY-ID
           EXEC SQL OPEN CURSOR_AGDL END-EXEC
           MOVE '4100-DELIVERED-TOURS' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_AGDL INTO
                        :HV-TRR-BOOKING-REF
                       ,:HV-TRR-AMOUNT
                       ,:HV-TRR-TOUR-DATE
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '4100-DELIVERED-TOURS' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 4200-WRITE-DLVR-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_AGDL END-EXEC.
       4100-DELIVERED-TOURS-END. EXIT.

      ******************************************************************
      * 4200-WRITE-DLVR-LINE: COMMISSION IS WORKED AND ROUNDED PER     *
      * BOOKING SO THE DLVR LINES ADD UP TO THE COMM LINE EXACTLY.     *
      ******************************************************************
       4200-WRITE-DLVR-LINE.
           COMPUTE WS-LINE-COMM ROUNDED =
               HV-TRR-AMOUNT * WS-AGY-RATE(WS-AGY-IDX) / 100
           ADD 1                TO WS-AGY-DLV-COUNT(WS-AGY-IDX)
           ADD HV-TRR-AMOUNT    TO WS-AGY-DLV-REV(WS-AGY-IDX)
           ADD WS-LINE-COMM     TO WS-AGY-COMM(WS-AGY-IDX)
           MOVE SPACES TO O-ASTM-REC
           MOVE 'DLVR'                TO O-ASTM-LINE-TYPE
           MOVE WS-AGY-ID(WS-AGY-IDX) TO O-ASTM-AGENCY-ID
           MOVE WS-REPORT-MONTH       TO O-ASTM-MONTH
           MOVE HV-TRR-BOOKING-REF    TO O-ASTM-BOOKING-REF
           MOVE HV-TRR-TOUR-DATE      TO O-ASTM-TOUR-DATE
           MOVE HV-TRR-AMOUNT         TO O-ASTM-TOUR-AMOUNT
           MOVE WS-LINE-COMM          TO O-ASTM-TOUR-COMM
           WRITE O-ASTM-REC.
       4200-WRITE-DLVR-LINE-END. EXIT.

       4300-WRITE-SALE-LINE.
           MOVE SPACES TO O-ASTM-REC
           MOVE 'SALE'                TO O-ASTM-LINE-TYPE
           MOVE WS-AGY-ID(WS-AGY-IDX) TO O-ASTM-AGENCY-ID
           MOVE WS-REPORT-MONTH       TO O-ASTM-MONTH
           MOVE WS-AGY-BKG-COUNT(WS-AGY-IDX)  TO O-ASTM-BKG-COUNT
           MOVE WS-AGY-BKG-GROSS(WS-AGY-IDX)  TO O-ASTM-BKG-GROSS
           MOVE WS-AGY-CANC-COUNT(WS-AGY-IDX) TO O-ASTM-CANC-COUNT
           MOVE WS-AGY-CANC-GROSS(WS-AGY-IDX) TO O-ASTM-CANC-GROSS
           MOVE WS-AGY-NET(WS-AGY-IDX)        TO O-ASTM-NET-AMOUNT
           WRITE O-ASTM-REC.
       4300-WRITE-SALE-LINE-END. EXIT.

       4400-WRITE-COMM-LINE.
           MOVE SPACES TO O-ASTM-REC
           MOVE 'COMM'                TO O-ASTM-LINE-TYPE
           MOVE WS-AGY-ID(WS-AGY-IDX) TO O-ASTM-AGENCY-ID
           MOVE WS-REPORT-MONTH       TO O-ASTM-MONTH
           MOVE WS-AGY-DLV-COUNT(WS-AGY-IDX) TO O-ASTM-DLV-COUNT
           MOVE WS-AGY-DLV-REV(WS-AGY-IDX)   TO O-ASTM-DLV-REVENUE
           MOVE WS-AGY-RATE(WS-AGY-IDX)      TO O-ASTM-COMM-RATE
           MOVE WS-AGY-COMM(WS-AGY-IDX)      TO O-ASTM-COMM-AMOUNT
           WRITE O-ASTM-REC
           ADD WS-AGY-DLV-COUNT(WS-AGY-IDX) TO WS-TOT-DLV-COUNT
           ADD WS-AGY-DLV-REV(WS-AGY-IDX)   TO WS-TOT-DLV-REV
           ADD WS-AGY-COMM(WS-AGY-IDX)      TO WS-TOT-COMM.
       4400-WRITE-COMM-LINE-END. EXIT.

       4500-WRITE-PAYABLE.
           MOVE SPACES TO O-APAY-REC
           MOVE WS-AGY-ID(WS-AGY-IDX)      TO O-APAY-AGENCY-ID
           MOVE WS-AGY-NAME(WS-AGY-IDX)    TO O-APAY-AGENCY-NAME
           MOVE WS-REPORT-MONTH            TO O-APAY-MONTH
           MOVE WS-AGY-METHOD(WS-AGY-IDX)  TO O-APAY-PAY-METHOD
           MOVE WS-AGY-ACCOUNT(WS-AGY-IDX) TO O-APAY-PAY-ACCOUNT
           MOVE WS-AGY-BANK(WS-AGY-IDX)    TO O-APAY-BANK-CODE
           MOVE WS-AGY-COMM(WS-AGY-IDX)    TO O-APAY-COMM-AMOUNT
           WRITE O-APAY-REC
           ADD 1 TO WS-PAYABLE-COUNT.
       4500-WRITE-PAYABLE-END. EXIT.

       5000-WRITE-TOTAL.
           MOVE SPACES TO O-ASTM-REC
           MOVE 'TOTL'             TO O-ASTM-LINE-TYPE
           MOVE 'ALL'              TO O-ASTM-AGENCY-ID
           MOVE WS-REPORT-MONTH    TO O-ASTM-MONTH
           MOVE WS-TOT-DLV-COUNT   TO O-ASTM-DLV-COUNT
           MOVE WS-TOT-DLV-REV     TO O-ASTM-DLV-REVENUE
           MOVE ZEROES             TO O-ASTM-COMM-RATE
           MOVE WS-TOT-COMM        TO O-ASTM-COMM-AMOUNT
           WRITE O-ASTM-REC.
       5000-WRITE-TOTAL-END. EXIT.

       9000-TERM.
           IF WS-FILES-OPEN
               CLOSE O-ASTM-PS
               CLOSE O-APAY-PS
           END-IF
           DISPLAY 'AS013A11 - MONTHLY AGENCY STATEMENT COMPLETE'
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
           MOVE 'AS013A11'      TO HV-ERL-PROGRAM-ID
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
