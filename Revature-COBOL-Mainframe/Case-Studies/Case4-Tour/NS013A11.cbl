       IDENTIFICATION DIVISION.
       PROGRAM-ID. NS013A11.
      *   PROGRAM NAME: NS013A11
      *   INPUT: JCL PARM 'YYYY-MM' (DEFAULT: THE MONTH JUST ENDED),
      *       TOUR_ATTENDANCE
      *   OUTPUT: TOUR_CUSTOMER (NOSHOW_FLAG),
      *       ARI011.KELVIN.ASGMTL3.TOUR.PS(NOSHOWRP) AS: OUTNSHW
      *   DESCRIPTION: THE MONTHLY NO-SHOW REPORT OFF WHAT AT013A11
      *       LOADED FROM THE MARKED-UP MANIFESTS. FOR THE PARM MONTH
      *       IT LISTS PARTICIPANTS MARKED, ATTENDED, NO-SHOW AND LATE
      *       CANCEL WITH THE NO-SHOW RATE BY PLACE ('PLACE' LINES),
      *       BY CUSTOMER ('CUST ') AND BY GUIDE ('GUIDE'), THEN A
      *       'TOTAL' LINE. IT THEN RESETS TOUR_CUSTOMER.NOSHOW_FLAG:
      *       A CUSTOMER WITH AT LEAST WS-FLAG-MIN-NOSHOW NO-SHOWS
      *       MAKING UP WS-FLAG-RATE-PCT OR MORE OF EVERYTHING MARKED
      *       AGAINST THEM OVER THE TWELVE MONTHS ENDING WITH THE PARM
      *       MONTH IS FLAGGED ('FLAG ' LINES) AND EVERYONE ELSE IS
      *       CLEARED. A FLAGGED CUSTOMER LOSES THE LOYALTY BONUS IN
      *       CA013A11, WL013A11 AND IT013A11 AND OWES THE BALANCE AT
      *       BOOKING TIME INSTEAD OF AHEAD OF THE TOUR. A LATE CANCEL
      *       IS REPORTED BUT DOES NOT COUNT TOWARDS THE FLAG.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-NSHW-PS ASSIGN TO OUTNSHW
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-NSHW.
       DATA DIVISION.
       FILE SECTION.
       FD O-NSHW-PS.
       01 O-NSHW-REC.
           05 O-NSHW-SECTION      PIC X(05).
           05 FILLER              PIC X(01).
           05 O-NSHW-KEY          PIC X(15).
           05 FILLER              PIC X(01).
           05 O-NSHW-MONTH        PIC X(07).
           05 FILLER              PIC X(01).
           05 O-NSHW-MARKED       PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-NSHW-ATTENDED     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-NSHW-NOSHOW       PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-NSHW-LATECANC     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-NSHW-RATE-PCT     PIC 9(03).
           05 FILLER              PIC X(23).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-NSHW            PIC 9(02).
               88 FS-NSHW-SUCC      VALUE 00.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-ERR-SQLCODE        PIC S9(09) COMP.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-EOF           PIC S9(09) COMP VALUE 100.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-FILE-OPEN-SW       PIC X(01) VALUE 'N'.
               88 WS-FILE-OPEN          VALUE 'Y'.
           05 WS-REPORT-MONTH       PIC X(07).
           05 WS-MONTH-FROM         PIC X(10).
      * ONE FETCHED GROUP - PLACE, CUSTOMER OR GUIDE - AND ITS COUNTS
           05 WS-HV-KEY             PIC X(15).
           05 WS-HV-MARKED          PIC S9(09) COMP.
           05 WS-HV-ATTENDED        PIC S9(09) COMP.
           05 WS-HV-NOSHOW          PIC S9(09) COMP.
           05 WS-HV-LATECANC        PIC S9(09) COMP.
           05 WS-RATE-PCT           PIC 9(03).
           05 WS-TOTALS.
               10 WS-TOT-MARKED     PIC S9(09) COMP VALUE 0.
               10 WS-TOT-ATTENDED   PIC S9(09) COMP VALUE 0.
               10 WS-TOT-NOSHOW     PIC S9(09) COMP VALUE 0.
               10 WS-TOT-LATECANC   PIC S9(09) COMP VALUE 0.
           05 WS-COUNTERS.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-FLAGGED-COUNT  PIC 9(05) VALUE ZEROES.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      ******************************************************************
      * WS-FLAG-VARS: THE NO-SHOW THRESHOLD. WS-FLAG-LOOKBACK IS THE   *
      * MONTHS BEFORE THE REPORT MONTH THE WINDOW REACHES BACK, SO 11  *
      * MAKES A TWELVE-MONTH WINDOW.                                   *
      ******************************************************************
       01 WS-FLAG-VARS.
           05 WS-FLAG-MIN-NOSHOW    PIC S9(09) COMP VALUE 2.
           05 WS-FLAG-RATE-PCT      PIC S9(09) COMP VALUE 25.
           05 WS-FLAG-LOOKBACK      PIC S9(04) COMP VALUE 11.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC053A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC163A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * THE REPORT MONTH BY PLACE, BY CUSTOMER AND BY GUIDE
           EXEC SQL
               DECLARE CURSOR_NSPL CURSOR FOR
                 SELECT
                    TOUR_PLACE
                   ,COUNT(*)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'ATTENDED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'LATECANC'
                             THEN 1 ELSE 0 END)
                 FROM TOUR_ATTENDANCE
                 WHERE TOUR_DATE >= DATE(:WS-MONTH-FROM)
                   AND TOUR_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 GROUP BY TOUR_PLACE
                 ORDER BY TOUR_PLACE
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_NSCU CURSOR FOR
                 SELECT
                    CUSTOMER_ID
                   ,COUNT(*)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'ATTENDED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'LATECANC'
                             THEN 1 ELSE 0 END)
                 FROM TOUR_ATTENDANCE
                 WHERE TOUR_DATE >= DATE(:WS-MONTH-FROM)
                   AND TOUR_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 GROUP BY CUSTOMER_ID
                 ORDER BY CUSTOMER_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_NSGD CURSOR FOR
                 SELECT
                    COALESCE(GUIDE, ' ')
                   ,COUNT(*)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'ATTENDED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'LATECANC'
                             THEN 1 ELSE 0 END)
                 FROM TOUR_ATTENDANCE
                 WHERE TOUR_DATE >= DATE(:WS-MONTH-FROM)
                   AND TOUR_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 GROUP BY GUIDE
                 ORDER BY 1
           END-EXEC.
      * CUSTOMERS OVER THE THRESHOLD ACROSS THE WHOLE FLAG WINDOW
           EXEC SQL
               DECLARE CURSOR_NSFL CURSOR FOR
                 SELECT
                    CUSTOMER_ID
                   ,COUNT(*)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'ATTENDED'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                             THEN 1 ELSE 0 END)
                   ,SUM(CASE WHEN ATTEND_STATUS = 'LATECANC'
                             THEN 1 ELSE 0 END)
                 FROM TOUR_ATTENDANCE
                 WHERE TOUR_DATE >= DATE(:WS-MONTH-FROM)
                                    - :WS-FLAG-LOOKBACK MONTHS
                   AND TOUR_DATE <  DATE(:WS-MONTH-FROM) + 1 MONTH
                 GROUP BY CUSTOMER_ID
                 HAVING SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                                 THEN 1 ELSE 0 END)
                        >= :WS-FLAG-MIN-NOSHOW
                    AND SUM(CASE WHEN ATTEND_STATUS = 'NOSHOW'
                                 THEN 1 ELSE 0 END) * 100
                        >= :WS-FLAG-RATE-PCT * COUNT(*)
                 ORDER BY CUSTOMER_ID
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-MONTH  PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'NS013A11 - MONTHLY NO-SHOW REPORT STARTING'
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
               DISPLAY 'NS013A11 - BAD PARM, EXPECTED YYYY-MM: '
                   WS-REPORT-MONTH
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           STRING WS-REPORT-MONTH '-01' DELIMITED BY SIZE
               INTO WS-MONTH-FROM
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH
           PERFORM 1000-INIT
           PERFORM 2000-BY-PLACE
           PERFORM 2100-BY-CUSTOMER
           PERFORM 2200-BY-GUIDE
           PERFORM 2300-WRITE-TOTAL
           PERFORM 3000-SET-NOSHOW-FLAGS
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'REPORT LINES WRITTEN . . : ' WS-LINE-COUNT
           DISPLAY 'CUSTOMERS FLAGGED. . . . : ' WS-FLAGGED-COUNT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-NSHW-PS
           IF FS-NSHW-SUCC
               MOVE 'Y' TO WS-FILE-OPEN-SW
               DISPLAY 'OPENED NO-SHOW REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTNSHW. EC: ' WS-FS-NSHW
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-BY-PLACE: THE PLACE LINES ALSO BUILD THE MONTH'S TOTAL -  *
      * EVERY ATTENDANCE ROW HAS EXACTLY ONE PLACE.                    *
      ******************************************************************
       2000-BY-PLACE.
           EXEC SQL OPEN CURSOR_NSPL END-EXEC
           MOVE '2000-BY-PLACE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE 'PLACE' TO O-NSHW-SECTION
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_NSPL INTO
                        :WS-HV-KEY
                       ,:WS-HV-MARKED
                       ,:WS-HV-ATTENDED
                       ,:WS-HV-NOSHOW
                       ,:WS-HV-LATECANC
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2000-BY-PLACE' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   ADD WS-HV-MARKED   TO WS-TOT-MARKED
                   ADD WS-HV-ATTENDED TO WS-TOT-ATTENDED
                   ADD WS-HV-NOSHOW   TO WS-TOT-NOSHOW
                   ADD WS-HV-LATECANC TO WS-TOT-LATECANC
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NSPL END-EXEC.
       2000-BY-PLACE-END. EXIT.

       2100-BY-CUSTOMER.
           EXEC SQL OPEN CURSOR_NSCU END-EXEC
           MOVE '2100-BY-CUSTOMER' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE 'CUST ' TO O-NSHW-SECTION
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_NSCU INTO
                        :WS-HV-KEY
                       ,:WS-HV-MARKED
                       ,:WS-HV-ATTENDED
                       ,:WS-HV-NOSHOW
                       ,:WS-HV-LATECANC
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2100-BY-CUSTOMER' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NSCU END-EXEC.
       2100-BY-CUSTOMER-END. EXIT.

       2200-BY-GUIDE.
           EXEC SQL OPEN CURSOR_NSGD END-EXEC
           MOVE '2200-BY-GUIDE' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE 'GUIDE' TO O-NSHW-SECTION
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_NSGD INTO
                        :WS-HV-KEY
                       ,:WS-HV-MARKED
                       ,:WS-HV-ATTENDED
                       ,:WS-HV-NOSHOW
                       ,:WS-HV-LATECANC
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '2200-BY-GUIDE' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NSGD END-EXEC.
       2200-BY-GUIDE-END. EXIT.

       2300-WRITE-TOTAL.
           MOVE 'TOTAL'         TO O-NSHW-SECTION
           MOVE 'ALL'           TO WS-HV-KEY
           MOVE WS-TOT-MARKED   TO WS-HV-MARKED
           MOVE WS-TOT-ATTENDED TO WS-HV-ATTENDED
           MOVE WS-TOT-NOSHOW   TO WS-HV-NOSHOW
           MOVE WS-TOT-LATECANC TO WS-HV-LATECANC
           PERFORM 2900-WRITE-LINE.
       2300-WRITE-TOTAL-END. EXIT.

      ******************************************************************
      * 2900-WRITE-LINE: O-NSHW-SECTION IS SET BY THE CALLER. THE RATE *
      * IS NO-SHOWS OVER EVERYONE MARKED, AS A WHOLE PERCENT.          *
      ******************************************************************
       2900-WRITE-LINE.
           MOVE ZERO TO WS-RATE-PCT
           IF WS-HV-MARKED > 0
               COMPUTE WS-RATE-PCT ROUNDED =
                   (WS-HV-NOSHOW * 100) / WS-HV-MARKED
           END-IF
           MOVE WS-HV-KEY       TO O-NSHW-KEY
           MOVE WS-REPORT-MONTH TO O-NSHW-MONTH
           MOVE WS-HV-MARKED    TO O-NSHW-MARKED
           MOVE WS-HV-ATTENDED  TO O-NSHW-ATTENDED
           MOVE WS-HV-NOSHOW    TO O-NSHW-NOSHOW
           MOVE WS-HV-LATECANC  TO O-NSHW-LATECANC
           MOVE WS-RATE-PCT     TO O-NSHW-RATE-PCT
           WRITE O-NSHW-REC
           ADD 1 TO WS-LINE-COUNT.
       2900-WRITE-LINE-END. EXIT.

      ******************************************************************
      * 3000-SET-NOSHOW-FLAGS: EVERY FLAG IS CLEARED AND THEN SET      *
      * AGAIN FROM THE WINDOW, SO A CUSTOMER WHO HAS STARTED TURNING   *
      * UP DROPS OFF ON THEIR OWN. THE CLEAR AND THE RE-FLAG COMMIT    *
      * TOGETHER WITH THE REPORT.                                      *
      ******************************************************************
       3000-SET-NOSHOW-FLAGS.
           EXEC SQL
               UPDATE TOUR_CUSTOMER
               SET NOSHOW_FLAG = 'N'
               WHERE NOSHOW_FLAG = 'Y'
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '3000-SET-NOSHOW-FLAGS' TO WS-SQLERR-PARA
               PERFORM H001-SQL-HANDLER
           END-IF
           EXEC SQL OPEN CURSOR_NSFL END-EXEC
           MOVE '3000-SET-NOSHOW-FLAGS' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           MOVE 'FLAG ' TO O-NSHW-SECTION
           PERFORM UNTIL SQLCODE = DB2-EOF
               EXEC SQL
                   FETCH CURSOR_NSFL INTO
                        :WS-HV-KEY
                       ,:WS-HV-MARKED
                       ,:WS-HV-ATTENDED
                       ,:WS-HV-NOSHOW
                       ,:WS-HV-LATECANC
               END-EXEC
               IF SQLCODE = DB2-EOF
                   CONTINUE
               ELSE
                   MOVE '3000-SET-NOSHOW-FLAGS' TO WS-SQLERR-PARA
                   PERFORM H001-SQL-HANDLER
                   PERFORM 3100-FLAG-ONE-CUSTOMER
                       THRU 3100-FLAG-ONE-CUSTOMER-END
                   MOVE ZERO TO SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NSFL END-EXEC.
       3000-SET-NOSHOW-FLAGS-END. EXIT.

      * A CUSTOMER SINCE DROPPED FROM THE MASTER HAS NOTHING TO FLAG
       3100-FLAG-ONE-CUSTOMER.
           MOVE WS-HV-KEY TO HV-TCUS-CUSTOMER-ID
           EXEC SQL
               UPDATE TOUR_CUSTOMER
               SET NOSHOW_FLAG = 'Y'
               WHERE CUSTOMER_ID = :HV-TCUS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               GO TO 3100-FLAG-ONE-CUSTOMER-END
           END-IF
           MOVE '3100-FLAG-ONE-CUSTOMER' TO WS-SQLERR-PARA
           PERFORM H001-SQL-HANDLER
           PERFORM 2900-WRITE-LINE
           DISPLAY 'NO-SHOW FLAG SET: ' HV-TCUS-CUSTOMER-ID
               ' NO-SHOWS ' WS-HV-NOSHOW ' OF ' WS-HV-MARKED
           ADD 1 TO WS-FLAGGED-COUNT.
       3100-FLAG-ONE-CUSTOMER-END. EXIT.

       9000-TERM.
           IF WS-FILE-OPEN
               CLOSE O-NSHW-PS
           END-IF
           DISPLAY 'NS013A11 - MONTHLY NO-SHOW REPORT COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
      * THE FLAG RESET IS ONE PIECE OF WORK - ANY SQL ERROR BACKS IT
      * OUT, LEAVING LAST MONTH'S FLAGS IN PLACE, AND ENDS RC 12
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
           MOVE 'NS013A11'      TO HV-ERL-PROGRAM-ID
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
