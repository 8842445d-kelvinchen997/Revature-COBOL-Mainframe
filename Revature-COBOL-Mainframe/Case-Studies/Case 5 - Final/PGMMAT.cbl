       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMAT.
      *   PROGRAM NAME: POLICY MATURITY SWEEP AND PAYOUT EXTRACT
      *   INPUT: TB_POLICY_DETAILS JOIN TB_POLICY_HOLDER_DETAILS,
      *          TB_POLICY_LOANS, TB_POLICY_ASSIGNMENTS,
      *          TB_UW_LIMITS (DEADLOCK RETRY LIMITS)
      *   OUTPUT: TB_POLICY_DETAILS (POLICY_STATUS UPDATED),
      *           ARI011.KELVIN.TRNING.FINAL.PS(MATPAY) AS: OUTMAT
      *   DESCRIPTION: NIGHTLY BATCH SWEEP THAT FINDS EVERY POLICY WHOSE
      *                    PAID SINCE THE LAST CREDIT) SO A POLICY
      *                    WHOSE CREDITED VALUE OUTGREW ITS COVER
      *                    ISN'T SHORTED AT MATURITY
      *    2026-10-15 KC - THE EXTRACT LINE SPLITS THE PAYOUT BETWEEN A
      *                    COLLATERAL ASSIGNEE (PAID FIRST, UP TO WHAT
      *                    IT IS STILL OWED) AND THE HOLDER, AFTER ANY
      *                    LOAN SETOFF - SAME ORDER PGMDISB PAYS IN
      *                    (2160-SPLIT-ASSIGNEE)
      *    2026-10-15 KC - A DEADLOCK OR TIMEOUT (-911/-913) ROLLS BACK
      *                    AND RETRIES THE SWEEP, REWRITING THE EXTRACT,
      *                    INSTEAD OF ENDING THE JOB; RETRIES ARE
      *                    LOGGED, COUNTED ON TB_BATCH_RUN_CONTROL AND
      *                    END THE RUN RC 4
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 O-MAT-MDATE         PIC X(10).
           05 FILLER              PIC X(01).
           05 O-MAT-PAYOUT        PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-MAT-ASG-AMT       PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-MAT-HOLDER-AMT    PIC 9(07).
           05 FILLER              PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-MAT            PIC 9(02).
               10 WS-SINCE-PAID    PIC S9(9)V USAGE COMP-3.
               10 WS-ACCR-VALUE    PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-PAYOUT-AMT    PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-LOAN-OUT      PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-NET-PAYOUT    PIC S9(9)V9(2) USAGE COMP-3.
               10 WS-ASG-OWED      PIC S9(9)V USAGE COMP-3.
               10 WS-ASG-PORTION   PIC S9(9)V9(2) USAGE COMP-3.
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
           EXEC SQL
               INCLUDE TBPOLVAL
           END-EXEC.
           EXEC SQL
               INCLUDE TBASSIGN
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
           EXEC SQL
               DECLARE CURSOR_MAT CURSOR FOR
                 SELECT
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-UOW-DONE-SW
           PERFORM UNTIL WS-UOW-DONE-SW = 'Y'
               PERFORM HRTY-BEGIN-UNIT
               PERFORM 2000-MATURITY-SWEEP
               PERFORM HRTY-END-UNIT
           END-PERFORM
           PERFORM HRUN-CLOSE-RUN
      * A RUN THAT ONLY GOT THROUGH ON A RETRY ENDS WITH A WARNING
           IF WS-RETRY-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

               DISPLAY 'ERROR OPENING MATURITY EXTRACT. EC: '
                   WS-FS-MAT
               PERFORM 9000-TERM
           END-IF
           PERFORM HRTY-READ-LIMITS.
       1000-INIT-END. EXIT.

      ******************************************************************
      * AGENT/CUST IDS HAVE TO BE CAPTURED PER-ROW, NOT IN BULK.       *
      ******************************************************************
       2000-MATURITY-SWEEP.
      * A RETRY STARTS THE EXTRACT AND THE COUNT AGAIN WITH THE WORK
           IF WS-RETRY-COUNT > 0
               CLOSE O-MAT-PS
               OPEN OUTPUT O-MAT-PS
               MOVE ZEROES TO WS-MATURED-COUNT
           END-IF
           EXEC SQL OPEN CURSOR_MAT END-EXEC
           MOVE '2000-MATURITY-SWEEP' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100 OR UOW-BACKED-OUT
               EXEC SQL
                   FETCH CURSOR_MAT INTO
                        :HV-POL-POL-ID
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-MATURITY-SWEEP' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
      * THE GUARDED STATUS UPDATE DECIDES WHETHER THIS POLICY IS OURS
      * THIS RUN - ONLY A ROW THAT ACTUALLY FLIPPED GETS ITS PAYOUT
      * EXTRACT LINE, SO A ROW SKIPPED MID-SWEEP ISN'T EXTRACTED NOW
      * AND AGAIN WHEN THE NEXT RUN PICKS IT UP
                   IF NOT UOW-BACKED-OUT
                       PERFORM 2200-MARK-MATURED
                   END-IF
                   IF WS-ROW-MARKED = 'Y' AND NOT UOW-BACKED-OUT
                       PERFORM 2100-WRITE-PAYOUT-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MAT END-EXEC
           DISPLAY 'POLICIES MATURED THIS RUN: ' WS-MATURED-COUNT.
       2000-MATURITY-SWEEP-END. EXIT.

           MOVE HV-POL-AGENT-ID     TO O-MAT-AGENT-ID
           MOVE HV-POL-MATURITY-DATE TO O-MAT-MDATE
           MOVE WS-PAYOUT-AMT       TO O-MAT-PAYOUT
           PERFORM 2160-SPLIT-ASSIGNEE THRU 2160-SPLIT-ASSIGNEE-END
           MOVE WS-ASG-PORTION      TO O-MAT-ASG-AMT
           COMPUTE O-MAT-HOLDER-AMT = WS-NET-PAYOUT - WS-ASG-PORTION
           WRITE O-MAT-REC.
       2100-WRITE-PAYOUT-LINE-END. EXIT.

           END-IF.
       2150-GET-PAYOUT-VALUE-END. EXIT.

      ******************************************************************
      * 2160-SPLIT-ASSIGNEE: THE EXTRACT SHOWS WHO THE PAYOUT GOES TO. *
      * ANY ACTIVE POLICY LOAN COMES OFF FIRST, THEN A STANDING        *
      * TB_POLICY_ASSIGNMENTS ROW TAKES WHAT ITS LENDER IS STILL OWED  *
      * UP TO THE NET, AND THE HOLDER GETS THE REST. NOTHING IS        *
      * UPDATED HERE - PGMDISB SETS THE LOAN OFF AND RECORDS WHAT THE  *
      * ASSIGNEE WAS PAID WHEN IT ISSUES THE DISBURSEMENTS.            *
      ******************************************************************
       2160-SPLIT-ASSIGNEE.
           MOVE ZEROES TO WS-LOAN-OUT
           MOVE ZEROES TO WS-ASG-PORTION
           EXEC SQL
               SELECT COALESCE(SUM(PRINCIPAL + ACCRUED_INT), 0)
               INTO :WS-LOAN-OUT
               FROM TB_POLICY_LOANS
               WHERE POL_ID = :HV-POL-POL-ID
                 AND LOAN_STATUS = 'ACTIVE'
           END-EXEC
           MOVE '2160-SPLIT-ASSIGNEE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-LOAN-OUT >= WS-PAYOUT-AMT
               MOVE ZEROES TO WS-NET-PAYOUT
           ELSE
               COMPUTE WS-NET-PAYOUT = WS-PAYOUT-AMT - WS-LOAN-OUT
           END-IF
           MOVE HV-POL-POL-ID TO HV-ASG-POL-ID
           EXEC SQL
               SELECT ASSIGNED_AMT, PAID_AMT
               INTO :HV-ASG-ASSIGNED-AMT, :HV-ASG-PAID-AMT
               FROM TB_POLICY_ASSIGNMENTS
               WHERE POL_ID = :HV-ASG-POL-ID
                 AND RELEASE_DATE IS NULL
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      * NOT FOUND MUST NOT LEAK OUT AS THE SWEEP'S END OF CURSOR
           IF SQLCODE = 100
               MOVE ZERO TO SQLCODE
               GO TO 2160-SPLIT-ASSIGNEE-END
           END-IF
           MOVE '2160-SPLIT-ASSIGNEE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-ASG-OWED = HV-ASG-ASSIGNED-AMT - HV-ASG-PAID-AMT
           IF WS-ASG-OWED <= 0
               GO TO 2160-SPLIT-ASSIGNEE-END
           END-IF
           IF WS-ASG-OWED >= WS-NET-PAYOUT
               MOVE WS-NET-PAYOUT TO WS-ASG-PORTION
           ELSE
               MOVE WS-ASG-OWED   TO WS-ASG-PORTION
           END-IF.
       2160-SPLIT-ASSIGNEE-END. EXIT.

       2200-MARK-MATURED.
      * VERIFY THE ROW STILL CARRIES THE TIMESTAMP THE CURSOR READ -
      * A PAYMENT OR ENDORSEMENT TAKEN SINCE THE SELECT REJECTS THIS
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
      * FOR THE BUSINESS DATE, REFUSES A DUPLICATE RUN, VERIFIES ITS   *
               ,CHAR(CURRENT TIME)
               ,NULL
               ,0
               ,0
               )
           END-EXEC
      * A RESTART AFTER A FAILED ATTEMPT RE-OPENS THE SAME DATE'S ROW
                   UPDATE TB_BATCH_RUN_CONTROL
                   SET RUN_STATUS = 'STARTED'
                      ,START_TIME = CHAR(CURRENT TIME)
                      ,RETRY_COUNT = 0
                   WHERE JOB_NAME = 'PGMMAT'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC


       HRUN-CLOSE-RUN.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           MOVE WS-MATURED-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMMAT'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
       HRUN-CLOSE-RUN-END. EXIT.

       HRUN-MARK-FAILED.
           MOVE WS-RETRY-TOTAL TO HV-RUN-RETRY-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'FAILED'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,RETRY_COUNT = :HV-RUN-RETRY-COUNT
               WHERE JOB_NAME = 'PGMMAT'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
