       IDENTIFICATION DIVISION.
       PROGRAM-ID. AT013A11.
      *   PROGRAM NAME: AT013A11
      *   INPUT: THE MF013A11 MANIFEST AS THE GUIDE HANDS IT BACK,
      *       MARKED UP, AS: INMANF,
      *       SEASON_DISCOUNT, TOUR_PARTICIPANTS
      *   OUTPUT: TOUR_ATTENDANCE,
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(ATTNDXCP) AS: OUTATEX
      *   DESCRIPTION: MF013A11 PRINTS WHO SHOULD BE ON THE BUS BUT
      *       NOTHING RECORDED WHO ACTUALLY SHOWED UP. THIS LOADS THE
      *       MARK THE GUIDE PUT AGAINST EACH PAX LINE ('A' ATTENDED,
      *       'N' NO-SHOW, 'L' LATE CANCEL) AS ONE TOUR_ATTENDANCE ROW
      *       PER TOUR_PARTICIPANTS ROW. THE PLACE AND GUIDE COME OFF
      *       THE TOUR LINE ABOVE, THE TOUR DATE AND CUSTOMER OFF THE
      *       BOOKING'S SEASON_DISCOUNT ROW. A PARTICIPANT ALREADY
      *       LOADED IS RE-MARKED, SO A CORRECTED MANIFEST CAN SIMPLY
      *       BE RUN AGAIN. AN UNMARKED LINE, A PARTICIPANT NOT ON THE
      *       ROSTER, OR A TOUR THAT HAS NOT RUN YET IS LISTED ON THE
      *       EXCEPTION REPORT INSTEAD (RC 4). NS013A11 REPORTS ON
      *       WHAT IS LOADED HERE.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-MANF-PS ASSIGN TO INMANF
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-MANF.
           SELECT O-ATEX-PS ASSIGN TO OUTATEX
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-ATEX.
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT MF013A11'S O-MANF-REC PRODUCES
       FD I-MANF-PS.
       01 I-MANF-REC.
           05 I-MANF-LINE-TYPE    PIC X(04).
           05 FILLER              PIC X(01).
           05 I-MANF-TOUR-PLACE   PIC X(15).
           05 FILLER              PIC X(01).
           05 I-MANF-GUIDE        PIC X(10).
           05 FILLER              PIC X(01).
           05 I-MANF-LANGUAGE     PIC X(03).
           05 FILLER              PIC X(01).
           05 I-MANF-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 I-MANF-PART-NAME    PIC X(20).
           05 FILLER              PIC X(01).
           05 I-MANF-PHONE        PIC X(12).
           05 FILLER              PIC X(01).
           05 I-MANF-PART-SEQ     PIC 9(02).
           05 FILLER              PIC X(01).
           05 I-MANF-ATTEND-MARK  PIC X(01).
       FD O-ATEX-PS.
       01 O-ATEX-REC.
           05 O-ATEX-BOOKING-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-ATEX-PART-SEQ     PIC 9(02).
           05 FILLER              PIC X(01).
           05 O-ATEX-PART-NAME    PIC X(20).
           05 FILLER              PIC X(01).
           05 O-ATEX-ATTEND-MARK  PIC X(01).
           05 FILLER              PIC X(01).
           05 O-ATEX-REASON       PIC X(30).
           05 FILLER              PIC X(11).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-MANF            PIC 9(02).
               88 FS-MANF-SUCC      VALUE 00.
               88 FS-MANF-EOF       VALUE 10.
           05 WS-FS-ATEX            PIC 9(02).
               88 FS-ATEX-SUCC      VALUE 00.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-ERR-SQLCODE        PIC S9(09) COMP.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
               10 DB2-DUPKEY        PIC S9(09) COMP VALUE -803.
           05 WS-FILES-OPEN-SW      PIC X(01) VALUE 'N'.
               88 WS-FILES-OPEN         VALUE 'Y'.
           05 WS-TODAY              PIC X(10).
      * THE TOUR LINE CURRENTLY IN FORCE - EVERY PAX LINE BELOW IT
      * BELONGS TO THIS BOOKING
           05 WS-TOUR-VARS.
               10 WS-TOUR-OK-SW     PIC X(01) VALUE 'N'.
                   88 WS-TOUR-OK        VALUE 'Y'.
               10 WS-TOUR-REASON    PIC X(30).
               10 WS-TOUR-REF       PIC X(12).
               10 WS-TOUR-PLACE     PIC X(15).
               10 WS-TOUR-GUIDE     PIC X(10).
               10 WS-TOUR-DATE      PIC X(10).
               10 WS-TOUR-CUSTOMER  PIC X(10).
           05 WS-ROSTER-COUNT       PIC S9(09) COMP.
           05 WS-COUNTERS.
               10 WS-TOUR-COUNT     PIC 9(05) VALUE ZEROES.
               10 WS-LOADED-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-REMARKED-COUNT PIC 9(05) VALUE ZEROES.
               10 WS-NOSHOW-COUNT   PIC 9(05) VALUE ZEROES.
               10 WS-EXCEPT-COUNT   PIC 9(05) VALUE ZEROES.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC083A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC163A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'AT013A11 - ATTENDANCE LOAD STARTING'
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '0000-MAIN' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM 1000-OPEN-IO
           PERFORM 2000-LOAD-MANIFEST
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'TOURS ON THE MANIFEST. . : ' WS-TOUR-COUNT
           DISPLAY 'PARTICIPANTS LOADED. . . : ' WS-LOADED-COUNT
           DISPLAY '  OF WHICH RE-MARKED . . : ' WS-REMARKED-COUNT
           DISPLAY '  OF WHICH NO-SHOWS. . . : ' WS-NOSHOW-COUNT
           DISPLAY 'LINES NOT LOADED . . . . : ' WS-EXCEPT-COUNT
           IF WS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-OPEN-IO.
           OPEN INPUT I-MANF-PS
           IF FS-MANF-SUCC
               DISPLAY 'OPENED MARKED-UP MANIFEST'
           ELSE
               DISPLAY 'ERROR OPENING INMANF, EC: ' WS-FS-MANF
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-ATEX-PS
           IF FS-ATEX-SUCC
               MOVE 'Y' TO WS-FILES-OPEN-SW
               DISPLAY 'OPENED ATTENDANCE EXCEPTION REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTATEX, EC: ' WS-FS-ATEX
               CLOSE I-MANF-PS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-OPEN-IO-END. EXIT.

       2000-LOAD-MANIFEST.
           PERFORM UNTIL FS-MANF-EOF
               READ I-MANF-PS
                   AT END
                       MOVE 10 TO WS-FS-MANF
                   NOT AT END
                       EVALUATE I-MANF-LINE-TYPE
                       WHEN 'TOUR'
                           PERFORM 2100-START-TOUR
                               THRU 2100-START-TOUR-END
                       WHEN 'PAX '
                           PERFORM 2200-LOAD-ONE-PAX
                               THRU 2200-LOAD-ONE-PAX-END
                       END-EVALUATE
               END-READ
           END-PERFORM.
       2000-LOAD-MANIFEST-END. EXIT.

      ******************************************************************
      * 2100-START-TOUR: THE TOUR LINE GIVES PLACE AND GUIDE AS THEY   *
      * STOOD ON THE DAY; THE DATE AND CUSTOMER COME OFF THE BOOKING'S *
      * SEASON_DISCOUNT ROW. A TOUR THAT CANNOT BE PLACED, OR HAS NOT  *
      * RUN YET, SENDS EVERY PAX LINE UNDER IT TO THE EXCEPTIONS.      *
      ******************************************************************
       2100-START-TOUR.
           ADD 1 TO WS-TOUR-COUNT
           MOVE 'N'                TO WS-TOUR-OK-SW
           MOVE I-MANF-BOOKING-REF TO WS-TOUR-REF
           MOVE I-MANF-TOUR-PLACE  TO WS-TOUR-PLACE
           MOVE I-MANF-GUIDE       TO WS-TOUR-GUIDE
           MOVE I-MANF-BOOKING-REF TO HV-SDIS-BOOKING-REF
           EXEC SQL
               SELECT CHAR(DATE, ISO), CUSTOMER_ID
               INTO :WS-TOUR-DATE, :WS-TOUR-CUSTOMER
               FROM SEASON_DISCOUNT
               WHERE BOOKING_REF = :HV-SDIS-BOOKING-REF
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE 'BOOKING NOT ON SEASON_DISCOUNT' TO WS-TOUR-REASON
               GO TO 2100-START-TOUR-END
           END-IF
           MOVE '2100-START-TOUR' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-TOUR-DATE > WS-TODAY
               MOVE 'TOUR HAS NOT RUN YET' TO WS-TOUR-REASON
               GO TO 2100-START-TOUR-END
           END-IF
           MOVE 'Y' TO WS-TOUR-OK-SW.
       2100-START-TOUR-END. EXIT.

       2200-LOAD-ONE-PAX.
           IF NOT WS-TOUR-OK
               MOVE WS-TOUR-REASON TO O-ATEX-REASON
               PERFORM 2300-WRITE-EXCEPTION
               GO TO 2200-LOAD-ONE-PAX-END
           END-IF
           IF I-MANF-BOOKING-REF NOT = WS-TOUR-REF
               MOVE 'NOT UNDER ITS OWN TOUR LINE' TO O-ATEX-REASON
               PERFORM 2300-WRITE-EXCEPTION
               GO TO 2200-LOAD-ONE-PAX-END
           END-IF
           EVALUATE I-MANF-ATTEND-MARK
           WHEN 'A'
               MOVE 'ATTENDED' TO HV-TAT-ATTEND-STATUS
           WHEN 'N'
               MOVE 'NOSHOW'   TO HV-TAT-ATTEND-STATUS
           WHEN 'L'
               MOVE 'LATECANC' TO HV-TAT-ATTEND-STATUS
           WHEN OTHER
               MOVE 'NOT MARKED A, N OR L' TO O-ATEX-REASON
               PERFORM 2300-WRITE-EXCEPTION
               GO TO 2200-LOAD-ONE-PAX-END
           END-EVALUATE
           IF I-MANF-PART-SEQ IS NOT NUMERIC
               MOVE 'PART_SEQ MISSING' TO O-ATEX-REASON
               PERFORM 2300-WRITE-EXCEPTION
               GO TO 2200-LOAD-ONE-PAX-END
           END-IF
           MOVE I-MANF-BOOKING-REF TO HV-TPT-BOOKING-REF
           MOVE I-MANF-PART-SEQ    TO HV-TPT-PART-SEQ
           MOVE ZERO TO WS-ROSTER-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROSTER-COUNT
               FROM TOUR_PARTICIPANTS
               WHERE BOOKING_REF = :HV-TPT-BOOKING-REF
                 AND PART_SEQ    = :HV-TPT-PART-SEQ
           END-EXEC
           MOVE '2200-LOAD-ONE-PAX' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           IF WS-ROSTER-COUNT = 0
               MOVE 'NOT ON THE ROSTER' TO O-ATEX-REASON
               PERFORM 2300-WRITE-EXCEPTION
               GO TO 2200-LOAD-ONE-PAX-END
           END-IF
           PERFORM 2210-WRITE-ATTENDANCE
           ADD 1 TO WS-LOADED-COUNT
           IF HV-TAT-ATTEND-STATUS = 'NOSHOW'
               ADD 1 TO WS-NOSHOW-COUNT
           END-IF.
       2200-LOAD-ONE-PAX-END. EXIT.

      ******************************************************************
      * 2210-WRITE-ATTENDANCE: A PARTICIPANT ALREADY ON FILE FROM AN   *
      * EARLIER LOAD TAKES THE NEW MARK - THE MANIFEST LAST HANDED IN  *
      * IS THE ONE THAT COUNTS.                                        *
      ******************************************************************
       2210-WRITE-ATTENDANCE.
           MOVE HV-TPT-BOOKING-REF TO HV-TAT-BOOKING-REF
           MOVE HV-TPT-PART-SEQ    TO HV-TAT-PART-SEQ
           MOVE WS-TOUR-DATE       TO HV-TAT-TOUR-DATE
           MOVE WS-TOUR-PLACE      TO HV-TAT-TOUR-PLACE
           MOVE WS-TOUR-GUIDE      TO HV-TAT-GUIDE
           MOVE WS-TOUR-CUSTOMER   TO HV-TAT-CUSTOMER-ID
           EXEC SQL
               INSERT INTO TOUR_ATTENDANCE VALUES (
                :HV-TAT-BOOKING-REF
               ,:HV-TAT-PART-SEQ
               ,:HV-TAT-TOUR-DATE
               ,:HV-TAT-TOUR-PLACE
               ,:HV-TAT-GUIDE
               ,:HV-TAT-CUSTOMER-ID
               ,:HV-TAT-ATTEND-STATUS
               ,CURRENT DATE
               )
           END-EXEC
           IF SQLCODE = DB2-DUPKEY
               EXEC SQL
                   UPDATE TOUR_ATTENDANCE
                   SET ATTEND_STATUS = :HV-TAT-ATTEND-STATUS
                      ,GUIDE         = :HV-TAT-GUIDE
                      ,LOADED_DATE   = CURRENT DATE
                   WHERE BOOKING_REF = :HV-TAT-BOOKING-REF
                     AND PART_SEQ    = :HV-TAT-PART-SEQ
               END-EXEC
               ADD 1 TO WS-REMARKED-COUNT
           END-IF
           MOVE '2210-WRITE-ATTENDANCE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER.
       2210-WRITE-ATTENDANCE-END. EXIT.

       2300-WRITE-EXCEPTION.
           MOVE I-MANF-BOOKING-REF TO O-ATEX-BOOKING-REF
           MOVE I-MANF-PART-SEQ    TO O-ATEX-PART-SEQ
           MOVE I-MANF-PART-NAME   TO O-ATEX-PART-NAME
           MOVE I-MANF-ATTEND-MARK TO O-ATEX-ATTEND-MARK
           WRITE O-ATEX-REC
           DISPLAY 'NOT LOADED: ' I-MANF-BOOKING-REF ' / '
               I-MANF-PART-NAME ' - ' O-ATEX-REASON
           ADD 1 TO WS-EXCEPT-COUNT.
       2300-WRITE-EXCEPTION-END. EXIT.

       9000-TERM.
           IF WS-FILES-OPEN
               CLOSE I-MANF-PS
               CLOSE O-ATEX-PS
           END-IF
           DISPLAY 'AT013A11 - ATTENDANCE LOAD COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
      * ONE MANIFEST IS ONE PIECE OF WORK - ANY SQL ERROR BACKS THE
      * WHOLE LOAD OUT AND ENDS RC 12 SO THE MANIFEST CAN BE RERUN
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
           MOVE 'AT013A11'      TO HV-ERL-PROGRAM-ID
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
