       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMPA.
      *   PROGRAM NAME: COMPLAINT TURNAROUND AGING REPORT
      *   INPUT: TB_COMPLAINTS, TB_BUSINESS_CALENDAR
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(CMPAGE) AS: OUTCMPA
      *   DESCRIPTION: THE REGULATOR WANTS EVERY COMPLAINT
      *       ACKNOWLEDGED WITHIN 5 BUSINESS DAYS OF RECEIPT AND
      *       RESOLVED WITHIN 8 WEEKS. THIS NIGHTLY RUN AGES EVERY
      *       COMPLAINT ON TB_COMPLAINTS NOT YET RESOLVED IN BUSINESS
      *       DAYS - CALENDAR DAYS LESS THE TB_BUSINESS_CALENDAR 'H'
      *       ROWS IN BETWEEN, AS PGMCSLA AGES CLAIMS - OLDEST FIRST.
      *       EACH 'CA' LINE CARRIES TWO FLAGS: THE ACKNOWLEDGEMENT
      *       (ACK-OK, ACK-DUE WHILE STILL INSIDE THE 5 DAYS, ACK-LATE
      *       WHEN IT TOOK OR HAS TAKEN LONGER) AND THE RESOLUTION
      *       AGAINST RESOLVE_DUE_DATE (ON-TIME, WARNING INSIDE THE
      *       LAST 14 DAYS, BREACH PAST IT). A 'TR' COUNTS LINE ENDS
      *       THE REPORT.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-CMPA-PS ASSIGN TO OUTCMPA
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CMPA.
       DATA DIVISION.
       FILE SECTION.
       FD O-CMPA-PS.
       01 O-CMPA-DTL-REC.
           05 O-CMPA-REC-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CMPA-CMPL-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CMPA-SUBJECT      PIC X(03).
           05 FILLER              PIC X(01).
           05 O-CMPA-SUBJECT-REF  PIC X(12).
           05 FILLER              PIC X(01).
           05 O-CMPA-CATEGORY     PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CMPA-STATUS       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CMPA-RECEIVED     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CMPA-BUS-DAYS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-CMPA-ACK-DATE     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CMPA-ACK-DAYS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 O-CMPA-ACK-FLAG     PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CMPA-DUE-DATE     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CMPA-DAYS-LEFT    PIC -(4)9.
           05 FILLER              PIC X(01).
           05 O-CMPA-RES-FLAG     PIC X(07).
       01 O-CMPA-TRL-REC.
           05 O-CMPA-TRL-TYPE     PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CMPA-TRL-AGED     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CMPA-TRL-ACK-DUE  PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CMPA-TRL-ACK-LATE PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CMPA-TRL-WARN     PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-CMPA-TRL-BREACH   PIC 9(07).
           05 FILLER              PIC X(79).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CMPA        PIC 9(02).
                   88 FS-CMPA-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * THE REGULATOR'S ACKNOWLEDGEMENT LIMIT, AND HOW CLOSE TO THE
      * 8-WEEK RESOLVE-BY DATE A COMPLAINT STARTS TO SHOW AS A WARNING
           05 WS-ACK-DAYS           PIC S9(04) USAGE COMP VALUE 5.
           05 WS-WARN-DAYS          PIC S9(04) USAGE COMP VALUE 14.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-ACK-DUE-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-ACK-LATE-COUNT PIC 9(07) VALUE ZEROES.
               10 WS-WARN-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-BREACH-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-AGE-VARS.
               10 WS-AGE-REF        PIC X(12).
               10 WS-AGE-ACK-DATE   PIC X(10).
               10 WS-AGE-BUS-DAYS   PIC S9(09) COMP.
               10 WS-AGE-ACK-DAYS   PIC S9(09) COMP.
               10 WS-AGE-DAYS-LEFT  PIC S9(09) COMP.
               10 WS-AGE-ACK-FLAG   PIC X(08).
               10 WS-AGE-RES-FLAG   PIC X(07).
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBCMPLT
           END-EXEC.
           EXEC SQL
               INCLUDE TBCAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * EVERY COMPLAINT NOT YET RESOLVED. ITS AGE IS BUSINESS DAYS
      * FROM RECEIPT TO TODAY; THE ACKNOWLEDGEMENT IS MEASURED TO
      * ACK_DATE, OR TO TODAY WHILE THERE IS NONE. BUSINESS DAYS ARE
      * CALENDAR DAYS LESS THE 'H' ROWS AFTER RECEIPT UP TO THE END.
           EXEC SQL
               DECLARE CURSOR_CMPA CURSOR FOR
                 SELECT
                    X.COMPLAINT_ID
                   ,X.SUBJECT_TYPE
                   ,CASE X.SUBJECT_TYPE
                         WHEN 'CLM' THEN X.CLAIM_ID
                         WHEN 'BKG' THEN X.BOOKING_REF
                         ELSE X.POL_ID END
                   ,X.CATEGORY
                   ,X.CMP_STATUS
                   ,CHAR(X.RECEIVED_DATE, ISO)
                   ,COALESCE(CHAR(X.ACK_DATE, ISO), ' ')
                   ,CHAR(X.RESOLVE_DUE_DATE, ISO)
                   ,DAYS(CURRENT DATE) - DAYS(X.RECEIVED_DATE)
                    - (SELECT COUNT(*)
                       FROM TB_BUSINESS_CALENDAR K
                       WHERE K.DAY_TYPE = 'H'
                         AND K.CAL_DATE >  X.RECEIVED_DATE
                         AND K.CAL_DATE <= CURRENT DATE)
                   ,DAYS(COALESCE(X.ACK_DATE, CURRENT DATE))
                    - DAYS(X.RECEIVED_DATE)
                    - (SELECT COUNT(*)
                       FROM TB_BUSINESS_CALENDAR K
                       WHERE K.DAY_TYPE = 'H'
                         AND K.CAL_DATE >  X.RECEIVED_DATE
                         AND K.CAL_DATE <=
                             COALESCE(X.ACK_DATE, CURRENT DATE))
                   ,DAYS(X.RESOLVE_DUE_DATE) - DAYS(CURRENT DATE)
                 FROM TB_COMPLAINTS X
                 WHERE X.CMP_STATUS <> 'RESOLVED'
                 ORDER BY X.RECEIVED_DATE, X.COMPLAINT_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMCMPA - COMPLAINT AGING STARTING'
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-AGE-COMPLAINTS
           PERFORM 3000-REPORT-COUNTS
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-CMPA-PS
           IF FS-CMPA-SUCC
               DISPLAY 'OPENED COMPLAINT AGING REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTCMPA. EC: ' WS-FS-CMPA
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-AGE-COMPLAINTS.
           EXEC SQL OPEN CURSOR_CMPA END-EXEC
           MOVE '2000-AGE-COMPLAINTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CMPA INTO
                        :HV-CMP-COMPLAINT-ID
                       ,:HV-CMP-SUBJECT-TYPE
                       ,:WS-AGE-REF
                       ,:HV-CMP-CATEGORY
                       ,:HV-CMP-STATUS
                       ,:HV-CMP-RECEIVED-DATE
                       ,:WS-AGE-ACK-DATE
                       ,:HV-CMP-DUE-DATE
                       ,:WS-AGE-BUS-DAYS
                       ,:WS-AGE-ACK-DAYS
                       ,:WS-AGE-DAYS-LEFT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-AGE-COMPLAINTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-AGE-ONE-COMPLAINT
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CMPA END-EXEC
           DISPLAY 'COMPLAINTS AGED . . . : ' WS-READ-COUNT.
       2000-AGE-COMPLAINTS-END. EXIT.

      ******************************************************************
      * 2100-AGE-ONE-COMPLAINT: FLAG THE ACKNOWLEDGEMENT AGAINST THE 5 *
      * BUSINESS DAYS AND THE RESOLUTION AGAINST RESOLVE_DUE_DATE, AND *
      * WRITE THE COMPLAINT'S 'CA' LINE.                               *
      ******************************************************************
       2100-AGE-ONE-COMPLAINT.
           IF WS-AGE-BUS-DAYS < 0
               MOVE ZERO TO WS-AGE-BUS-DAYS
           END-IF
           IF WS-AGE-ACK-DAYS < 0
               MOVE ZERO TO WS-AGE-ACK-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-ACK-DAYS > WS-ACK-DAYS
                   MOVE 'ACK-LATE' TO WS-AGE-ACK-FLAG
                   ADD 1 TO WS-ACK-LATE-COUNT
               WHEN WS-AGE-ACK-DATE = SPACES
                   MOVE 'ACK-DUE ' TO WS-AGE-ACK-FLAG
                   ADD 1 TO WS-ACK-DUE-COUNT
               WHEN OTHER
                   MOVE 'ACK-OK  ' TO WS-AGE-ACK-FLAG
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS-LEFT < 0
                   MOVE 'BREACH ' TO WS-AGE-RES-FLAG
                   ADD 1 TO WS-BREACH-COUNT
               WHEN WS-AGE-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE 'WARNING' TO WS-AGE-RES-FLAG
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE 'ON-TIME' TO WS-AGE-RES-FLAG
           END-EVALUATE
           MOVE SPACES               TO O-CMPA-DTL-REC
           MOVE 'CA'                 TO O-CMPA-REC-TYPE
           MOVE HV-CMP-COMPLAINT-ID  TO O-CMPA-CMPL-ID
           MOVE HV-CMP-SUBJECT-TYPE  TO O-CMPA-SUBJECT
           MOVE WS-AGE-REF           TO O-CMPA-SUBJECT-REF
           MOVE HV-CMP-CATEGORY      TO O-CMPA-CATEGORY
           MOVE HV-CMP-STATUS        TO O-CMPA-STATUS
           MOVE HV-CMP-RECEIVED-DATE TO O-CMPA-RECEIVED
           MOVE WS-AGE-BUS-DAYS      TO O-CMPA-BUS-DAYS
           MOVE WS-AGE-ACK-DATE      TO O-CMPA-ACK-DATE
           MOVE WS-AGE-ACK-DAYS      TO O-CMPA-ACK-DAYS
           MOVE WS-AGE-ACK-FLAG      TO O-CMPA-ACK-FLAG
           MOVE HV-CMP-DUE-DATE      TO O-CMPA-DUE-DATE
           MOVE WS-AGE-DAYS-LEFT     TO O-CMPA-DAYS-LEFT
           MOVE WS-AGE-RES-FLAG      TO O-CMPA-RES-FLAG
           WRITE O-CMPA-DTL-REC.
       2100-AGE-ONE-COMPLAINT-END. EXIT.

       3000-REPORT-COUNTS.
           MOVE SPACES            TO O-CMPA-TRL-REC
           MOVE 'TR'              TO O-CMPA-TRL-TYPE
           MOVE WS-READ-COUNT     TO O-CMPA-TRL-AGED
           MOVE WS-ACK-DUE-COUNT  TO O-CMPA-TRL-ACK-DUE
           MOVE WS-ACK-LATE-COUNT TO O-CMPA-TRL-ACK-LATE
           MOVE WS-WARN-COUNT     TO O-CMPA-TRL-WARN
           MOVE WS-BREACH-COUNT   TO O-CMPA-TRL-BREACH
           WRITE O-CMPA-TRL-REC
           CLOSE O-CMPA-PS.
       3000-REPORT-COUNTS-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMCMPA - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'UNRESOLVED COMPLAINTS AGED : ' WS-READ-COUNT
           DISPLAY 'AWAITING ACKNOWLEDGEMENT . : ' WS-ACK-DUE-COUNT
           DISPLAY 'ACKNOWLEDGED LATE OR NOT . : ' WS-ACK-LATE-COUNT
           DISPLAY 'INSIDE 14 DAYS OF DUE DATE : ' WS-WARN-COUNT
           DISPLAY 'PAST 8-WEEK RESOLVE-BY . . : ' WS-BREACH-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMCMPA - COMPLAINT AGING COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.
      ******************************************************************
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H003-SQL-HANDLER.
           IF SQLCODE = 0
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMCMPA'       TO HV-ERL-PROGRAM-ID
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
       H010-LOG-SQL-ERROR-END. EXIT.

      ******************************************************************
      * RUN-CONTROL (TB_BATCH_RUN_CONTROL): THE JOB REGISTERS ITSELF   *
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, AND CLOSES     *
      * WITH ITS END STATUS AND RECORD COUNT SO OPERATIONS CAN SEE     *
      * THE NIGHT AT A GLANCE.                                         *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMCMPA'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMCMPA ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMCMPA'
               ,CURRENT DATE
               ,'STARTED'
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE TB_BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'STARTED'
                      ,START_TIME = CHAR(CURRENT TIME)
                   WHERE JOB_NAME = 'PGMCMPA'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-READ-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMCMPA'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
               WHERE JOB_NAME = 'PGMCMPA'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
