      *   PROGRAM NAME: ANNUAL SUM-ASSURED INDEXATION SWEEP
      *   INPUT: JCL PARM 'NN.NN' INDEX PCT (E.G. '05.00'),
      *       TB_POLICY_DETAILS, TB_POLICY_HOLDER_DETAILS,
      *       TB_POLICY_RATES, TB_POLICY_TYPES, TB_POLICY_RIDERS,
      *       TB_RATE_BANDS, TB_UW_LIMITS (DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_POLICY_HOLDER_DETAILS (SUM_ASSURED),
      *       TB_POLICY_DETAILS (PREMIUM_AMNT), TB_PREMIUM_SCHEDULE,
      *       TB_ENDORSEMENT_HIST, TB_BATCH_RUN_CONTROL,
      *       ARI011.KELVIN.TRNING.FINAL.PS(INDEXRPT) AS: OUTINDX
      *   DESCRIPTION: INFLATION QUIETLY ERODES EVERY SUM ASSURED WE
      *       SOLD AND THE ONLY ANSWER WAS A MANUAL ENDORSEMENT PER
      *       WHOSE HOLDER SET INDEX_OPTOUT IS LEFT ALONE.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - NEW PREMIUM CARRIES THE TB_RATE_BANDS
      *                    AGE-BAND/SMOKER LOADING AT THE HOLDER'S
      *                    AGE AT POL_STRT_DATE, SAME AS THE ONLINE BIND
      *    2026-10-15 KC - REGISTERS ON TB_BATCH_RUN_CONTROL, SO A
      *                    SECOND RUN THE SAME DAY IS REFUSED; A
      *                    DEADLOCK OR TIMEOUT (-911/-913) ROLLS BACK
      *                    AND RETRIES THE SWEEP, REWRITING THE REPORT,
      *                    INSTEAD OF ENDING THE JOB; RETRIES ARE
      *                    LOGGED, COUNTED ON THE RUN ROW AND END THE
      *                    RUN RC 4
      *    2026-10-15 KC - STAMP THE HOLDER ROW'S LAST_UPD_TS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-NEW-SUM-V      PIC 9(07)V.
               10 WS-OLD-PREM-V     PIC 9(07)V.
               10 WS-NEW-PREM-V     PIC 9(07)V.
               10 WS-BAND-FACTOR    PIC S9(1)V9(2) USAGE COMP-3.
           05 WS-FREQ-VARS.
               10 WS-FREQ-MONTHS    PIC 9(02).
               10 WS-FREQ-FACTOR    PIC 9V999.
           05 WS-COUNTERS.
               10 WS-INDEXED-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-OPTOUT-COUNT   PIC 9(07) VALUE ZEROES.
      * DEADLOCK/TIMEOUT RETRY - A -911 OR -913 INSIDE A UNIT OF WORK
      * ROLLS THE UNIT BACK, WAITS WS-RETRY-WAIT SECONDS AND RUNS IT
      * AGAIN, UP TO WS-RETRY-MAX TIMES. TB_UW_LIMITS ROWS 'SQLRETRY'
      * (RETRIES) AND 'SQLWAIT' (SECONDS) OVERRIDE THESE DEFAULTS
           05 WS-RETRY-VARS.
               10 WS-RETRY-MAX       PIC S9(04) COMP VALUE 3.
               10 WS-RETRY-WAIT      PIC S9(09) COMP VALUE 30.
               10 WS-RETRY-COUNT     PIC S9(04) COMP VALUE ZERO.
               10 WS-RETRY-TOTAL     PIC S9(04) COMP VALUE ZERO.
               10 WS-RETRY-SQLCODE   PIC S9(09) COMP.
               10 WS-RETRY-COUNT-D   PIC 9(02).
               10 WS-RETRY-MAX-D     PIC 9(02).
               10 WS-RETRY-WAIT-D    PIC 9(04).
               10 WS-RETRY-TEXT      PIC X(80).
               10 WS-CEE-FC          PIC X(12).
               10 WS-UOW-SW          PIC X(01) VALUE 'N'.
                   88 UOW-BACKED-OUT           VALUE 'Y'.
               10 WS-UOW-ACTIVE-SW   PIC X(01) VALUE 'N'.
                   88 UOW-ACTIVE               VALUE 'Y'.
               10 WS-UOW-DONE-SW     PIC X(01) VALUE 'N'.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE TBPOLRAT
           END-EXEC.
           EXEC SQL
               INCLUDE TBRATBND
           END-EXEC.
           EXEC SQL
               INCLUDE TBRIDER
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBUWLIM
           END-EXEC.
      * EVERY IN-FORCE POLICY WHOSE HOLDER HAS NOT OPTED OUT
           EXEC SQL
               DECLARE CURSOR_INDX CURSOR FOR
                   ,A.POL_TYPE
                   ,A.PREMIUM_AMNT
                   ,A.PAY_FREQ
                   ,A.POL_STRT_DATE
                   ,B.PHONE
                   ,B.TENURE_YEARS
                   ,B.SUM_ASSURED
                   ,B.DOB
                   ,B.SMOKER_CLASS
                 FROM
                   TB_POLICY_DETAILS A
                   JOIN
           END-IF
           DISPLAY 'INDEX PERCENTAGE: ' WS-INDEX-PCT
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2000-INDEX-SWEEP
               PERFORM HRTY-END-UNIT
           END-PERFORM
           PERFORM HRUN-CLOSE-RUN
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

                 AND COALESCE(B.INDEX_OPTOUT, 'N') = 'Y'
           END-EXEC
           MOVE '1000-INIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM HRTY-READ-LIMITS.
       1000-INIT-END. EXIT.

       2000-INDEX-SWEEP.
      * A RETRY STARTS THE REPORT AND THE COUNT AGAIN WITH THE WORK
           IF WS-RETRY-COUNT > 0
               CLOSE O-INDX-PS
               OPEN OUTPUT O-INDX-PS
               MOVE ZEROES TO WS-INDEXED-COUNT
           END-IF
           EXEC SQL OPEN CURSOR_INDX END-EXEC
           MOVE '2000-INDEX-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_INDX INTO
                        :HV-POL-POL-ID
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-POL-STRT-DATE
                       ,:HV-HOL-PHONE
                       ,:HV-HOL-TENURE-YEARS
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-DOB
                       ,:HV-HOL-SMOKER-CLASS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-INDEX-SWEEP' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   IF NOT UOW-BACKED-OUT
                       PERFORM 2100-INDEX-ONE-POLICY
                           THRU 2100-INDEX-ONE-POLICY-END
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_INDX END-EXEC
           DISPLAY 'POLICIES INDEXED . . . : ' WS-INDEXED-COUNT
           DISPLAY 'POLICIES OPTED OUT . . : ' WS-OPTOUT-COUNT.
       2000-INDEX-SWEEP-END. EXIT.

      ******************************************************************
      * 2100-INDEX-ONE-POLICY: UPLIFT THE SUM, RE-RUN THE BIND FORMULA *
      * UNDER TODAY'S RATE AND AGE BAND, CARRY BOTH TABLES, THE        *
      * SCHEDULE TAIL AND THE ENDORSEMENT-HISTORY ROW.                 *
      ******************************************************************
       2100-INDEX-ONE-POLICY.
           MOVE HV-HOL-SUM-ASSURED  TO WS-OLD-SUM-V
               MOVE '2100-INDEX-ONE-POLICY' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE
           PERFORM 2110-GET-BAND-FACTOR
           COMPUTE WS-NEW-PREM-V =
               ( WS-NEW-SUM-V / ( WS-TENURE-YEARS * 12 ) )
               * HV-PTY-RATE-FACTOR * WS-BAND-FACTOR
           MOVE WS-NEW-SUM-V TO HV-HOL-SUM-ASSURED
           EXEC SQL
               UPDATE TB_POLICY_HOLDER_DETAILS
               SET SUM_ASSURED = :HV-HOL-SUM-ASSURED
                  ,LAST_UPD_TS = CURRENT TIMESTAMP
               WHERE POL_ID = :HV-POL-POL-ID
           END-EXEC
           MOVE '2100-INDEX-ONE-POLICY' TO WS-SQLERR-PARA
           ADD 1 TO WS-INDEXED-COUNT.
       2100-INDEX-ONE-POLICY-END. EXIT.

      ******************************************************************
      * 2110-GET-BAND-FACTOR: THE HOLDER'S AGE AT POL_STRT_DATE AND    *
      * SMOKER CLASS PICK THE TB_RATE_BANDS ROW IN FORCE TODAY - SAME  *
      * LOOKUP AS PGM'S H022, SO ONLY A NEW BAND ROW MOVES THE LOADING *
      * AND THE BOUND PREMIUM IS REPRODUCED. NO BAND ROW FOR THE TYPE  *
      * RATES AT 1.00.                                                 *
      ******************************************************************
       2110-GET-BAND-FACTOR.
           MOVE 1.00 TO WS-BAND-FACTOR
           MOVE HV-POL-POL-TYPE     TO HV-RBD-POL-TYPE
           MOVE HV-HOL-SMOKER-CLASS TO HV-RBD-SMOKER-CLASS
           EXEC SQL
               SELECT BAND_FACTOR INTO :HV-RBD-BAND-FACTOR
               FROM TB_RATE_BANDS
               WHERE POL_TYPE     = :HV-RBD-POL-TYPE
                 AND SMOKER_CLASS = :HV-RBD-SMOKER-CLASS
                 AND EFF_DATE    <= CURRENT DATE
                 AND YEAR(DATE(:HV-POL-POL-STRT-DATE)
                        - DATE(:HV-HOL-DOB))
                     BETWEEN AGE_FROM AND AGE_TO
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               MOVE HV-RBD-BAND-FACTOR TO WS-BAND-FACTOR
           WHEN SQLCODE = DB2-NOTFND
      * NO BAND IS NOT AN END-OF-CURSOR - KEEP THE SWEEP GOING
               MOVE ZERO TO SQLCODE
           WHEN OTHER
               MOVE '2110-GET-BAND-FACTOR' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       2110-GET-BAND-FACTOR-END. EXIT.

      ******************************************************************
      * 2200-REPRICE-SCHEDULE: TENURE IS UNCHANGED, SO THE UNPAID TAIL *
      * KEEPS ITS ROW COUNT AND DATES AND ONLY THE AMOUNTS MOVE - THE  *
      * HELPER FUNCTIONS                                               *
      ******************************************************************
       H003-SQL-HANDLER.
           EVALUATE TRUE
           WHEN SQLCODE = 0
               CONTINUE
      * A UNIT ALREADY BACKED OUT FOR A RETRY IS ONLY WINDING DOWN -
      * NOTHING IT DOES NOW IS KEPT
           WHEN UOW-BACKED-OUT
               MOVE 100 TO SQLCODE
           WHEN (SQLCODE = -911 OR SQLCODE = -913)
            AND UOW-ACTIVE
            AND WS-RETRY-COUNT < WS-RETRY-MAX
               PERFORM HRTY-BACK-OUT
           WHEN OTHER
               MOVE LOW-VALUES TO WS-ERR-MSG
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               PERFORM H010-LOG-SQL-ERROR
               PERFORM HRUN-MARK-FAILED
               PERFORM 9000-TERM
           END-EVALUATE.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
               )
           END-EXEC.
       H010-LOG-SQL-ERROR-END. EXIT.

      ******************************************************************
      * DEADLOCK/TIMEOUT RETRY: EACH UNIT OF WORK RUNS BETWEEN         *
      * HRTY-BEGIN-UNIT AND HRTY-END-UNIT. A -911 OR -913 INSIDE IT    *
      * (H003) ROLLS THE UNIT BACK AND LOGS THE RETRY TO               *
      * TB_SQL_ERROR_LOG; THE UNIT THEN WINDS DOWN - ITS LOOPS END ON  *
      * UOW-BACKED-OUT AND FURTHER SQL ERRORS ARE IGNORED - AND        *
      * HRTY-END-UNIT ROLLS BACK WHATEVER IT DID SINCE, WAITS, AND     *
      * SENDS IT ROUND AGAIN. ONCE WS-RETRY-MAX RETRIES OF ONE UNIT    *
      * ARE SPENT, THE NEXT DEADLOCK IS FATAL LIKE ANY OTHER SQL       *
      * ERROR. A RUN THAT NEEDED A RETRY ENDS WITH RETURN CODE 4.      *
      ******************************************************************
       HRTY-READ-LIMITS.
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'SQLRETRY'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE 'HRTY-READ-LIMITS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE HV-UWL-LIMIT-AMNT TO WS-RETRY-MAX
           END-IF
           EXEC SQL
               SELECT LIMIT_AMNT INTO :HV-UWL-LIMIT-AMNT
               FROM TB_UW_LIMITS
               WHERE LIMIT_TYPE = 'SQLWAIT'
           END-EXEC
           IF SQLCODE NOT = 100
               MOVE 'HRTY-READ-LIMITS' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE HV-UWL-LIMIT-AMNT TO WS-RETRY-WAIT
           END-IF
           MOVE WS-RETRY-MAX  TO WS-RETRY-MAX-D
           MOVE WS-RETRY-WAIT TO WS-RETRY-WAIT-D
           DISPLAY '   DEADLOCK/TIMEOUT RETRIES: ' WS-RETRY-MAX-D
               ', WAIT (SECONDS): ' WS-RETRY-WAIT-D.
       HRTY-READ-LIMITS-END. EXIT.

       HRTY-BEGIN-UNIT.
           MOVE 'N' TO WS-UOW-SW
           MOVE 'Y' TO WS-UOW-ACTIVE-SW.
       HRTY-BEGIN-UNIT-END. EXIT.

       HRTY-END-UNIT.
           MOVE 'N' TO WS-UOW-ACTIVE-SW
           IF UOW-BACKED-OUT
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'WAITING ' WS-RETRY-WAIT-D
                   ' SECONDS BEFORE RETRY ' WS-RETRY-COUNT-D
               CALL 'CEE3DLY' USING WS-RETRY-WAIT WS-CEE-FC
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE 'Y' TO WS-UOW-DONE-SW
           END-IF.
       HRTY-END-UNIT-END. EXIT.

      * THE LOG ROW CARRIES THE ORIGINAL -911/-913 AND 'RETRY N OF M'
      * AHEAD OF THE DSNTIAR TEXT, AND IS COMMITTED ON ITS OWN
       HRTY-BACK-OUT.
           MOVE SQLCODE TO WS-RETRY-SQLCODE
           MOVE LOW-VALUES TO WS-ERR-MSG
           CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-RETRY-COUNT
           ADD 1 TO WS-RETRY-TOTAL
           MOVE 'Y' TO WS-UOW-SW
           MOVE WS-RETRY-COUNT TO WS-RETRY-COUNT-D
           MOVE WS-RETRY-MAX   TO WS-RETRY-MAX-D
           DISPLAY WS-ERR-MSG
           DISPLAY 'DEADLOCK/TIMEOUT IN ' WS-SQLERR-PARA
           DISPLAY '   UNIT OF WORK ROLLED BACK - RETRY '
               WS-RETRY-COUNT-D ' OF ' WS-RETRY-MAX-D
           MOVE SPACES TO WS-RETRY-TEXT
           STRING 'RETRY '          DELIMITED BY SIZE
                  WS-RETRY-COUNT-D  DELIMITED BY SIZE
                  ' OF '            DELIMITED BY SIZE
                  WS-RETRY-MAX-D    DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WS-ERR-TEXT(1)    DELIMITED BY SIZE
                  INTO WS-RETRY-TEXT
           END-STRING
           MOVE WS-RETRY-TEXT    TO WS-ERR-TEXT(1)
           MOVE WS-RETRY-SQLCODE TO SQLCODE
           PERFORM H010-LOG-SQL-ERROR
           EXEC SQL COMMIT END-EXEC
      * ENDS THE CURSOR LOOP THAT HIT THE DEADLOCK
           MOVE 100 TO SQLCODE.
       HRTY-BACK-OUT-END. EXIT.

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
               WHERE JOB_NAME = 'PGMINDX'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMINDX ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMINDX'
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
                      ,RETRY_COUNT = 0
                   WHERE JOB_NAME = 'PGMINDX'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           MOVE WS-INDEXED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMINDX'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE 'HRUN-CLOSE-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMINDX'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
