       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNOTE.
      *   PROGRAM NAME: DAILY CONTACT-NOTE FOLLOW-UP LIST
      *   INPUT: TB_CONTACT_NOTES, TB_ACCOUNTS
      *   OUTPUT: FOLLOW-UP LIST BY USER AS: OUTNFUP, SYSOUT
      *   DESCRIPTION: A CONTACT NOTE TAKEN ON NOT1 WITH A FOLLOW-UP
      *       DATE PROMISES THE CUSTOMER A CALL BACK. EACH DAY EVERY
      *       FOLLOW-UP STILL OPEN ON OR PAST ITS DATE IS LISTED FOR
      *       THE USER WHO TOOK THE NOTE, OLDEST FIRST WITH THE DAYS
      *       OVERDUE, AND A COUNT PER USER. A FOLLOW-UP WHOSE OWNER
      *       NO LONGER HAS AN ACTIVE LOGON WOULD NEVER BE WORKED, SO
      *       IT IS LISTED UNDER '*SUPV*' FOR A SUPERVISOR TO PICK UP
      *       AND CLOSE ON NOT1 INSTEAD.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - REGISTER THE RUN WITH RETRY_COUNT ZERO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-NFUP-PS ASSIGN TO OUTNFUP
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-NFUP.
       DATA DIVISION.
       FILE SECTION.
      * ONE 'DET ' LINE PER DUE FOLLOW-UP AND A 'TOT ' LINE CLOSING
      * EACH USER'S LIST (ITS COUNT IN THE DAYS COLUMN), IN USER ORDER
       FD O-NFUP-PS.
       01 O-NFUP-REC.
           05 O-NFUP-OWNER        PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-LINE-TYPE    PIC X(04).
           05 FILLER              PIC X(01).
           05 O-NFUP-NOTE-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-CUST-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-DUE-DATE     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-DAYS-OVER    PIC ZZZ9.
           05 FILLER              PIC X(01).
           05 O-NFUP-CATEGORY     PIC X(08).
           05 FILLER              PIC X(01).
           05 O-NFUP-CHANNEL      PIC X(05).
           05 FILLER              PIC X(01).
           05 O-NFUP-TAKEN-BY     PIC X(10).
           05 FILLER              PIC X(01).
           05 O-NFUP-TEXT         PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-NFUP        PIC 9(02).
                   88 FS-NFUP-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-FUP-VARS.
               10 WS-FUP-OWNER      PIC X(10).
               10 WS-FUP-DAYS-OVER  PIC S9(09) USAGE COMP.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-USER-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-OVERDUE-COUNT  PIC 9(07) VALUE ZEROES.
               10 WS-SUPV-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-CONTROL-BREAK.
               10 WS-PREV-OWNER     PIC X(10) VALUE SPACES.
               10 WS-OWNER-TOTAL    PIC 9(07) VALUE ZEROES.
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
               INCLUDE TBNOTES
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * EVERY FOLLOW-UP STILL OPEN AND DUE BY TODAY, ROUTED TO THE
      * USER WHO TOOK THE NOTE WHILE THAT LOGON IS ACTIVE, ELSE TO THE
      * SUPERVISORS
           EXEC SQL
               DECLARE CURSOR_NFUP CURSOR FOR
                 SELECT
                    CASE WHEN A.ACCT_STATUS = 'ACTIVE'
                         THEN N.USER_ID ELSE '*SUPV*' END
                   ,N.NOTE_ID
                   ,COALESCE(N.POL_ID, ' ')
                   ,N.CUST_ID
                   ,CHAR(N.FOLLOWUP_DATE, ISO)
                   ,DAYS(CURRENT DATE) - DAYS(N.FOLLOWUP_DATE)
                   ,N.CATEGORY
                   ,N.CHANNEL
                   ,N.USER_ID
                   ,N.NOTE_TEXT
                 FROM
                   TB_CONTACT_NOTES N
                   LEFT JOIN
                   TB_ACCOUNTS A
                   ON A.ID = N.USER_ID
                 WHERE N.FOLLOWUP_STATUS = 'OPEN'
                   AND N.FOLLOWUP_DATE <= CURRENT DATE
                 ORDER BY 1, N.FOLLOWUP_DATE, N.NOTE_ID
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMNOTE - CONTACT-NOTE FOLLOW-UP LIST STARTING'
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           PERFORM 2000-FOLLOWUP-LIST
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-NFUP-PS
           IF FS-NFUP-SUCC
               DISPLAY 'OPENED FOLLOW-UP LIST'
           ELSE
               DISPLAY 'ERROR OPENING OUTNFUP. EC: ' WS-FS-NFUP
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-FOLLOWUP-LIST: ONE 'DET ' LINE PER DUE FOLLOW-UP, WITH A  *
      * CONTROL BREAK ON THE OWNER WRITING THE OWNER'S 'TOT ' LINE.    *
      ******************************************************************
       2000-FOLLOWUP-LIST.
           EXEC SQL OPEN CURSOR_NFUP END-EXEC
           MOVE '2000-FOLLOWUP-LIST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-NTE-TEXT-TEXT
               EXEC SQL
                   FETCH CURSOR_NFUP INTO
                        :WS-FUP-OWNER
                       ,:HV-NTE-NOTE-ID
                       ,:HV-NTE-POL-ID
                       ,:HV-NTE-CUST-ID
                       ,:HV-NTE-FUP-DATE
                       ,:WS-FUP-DAYS-OVER
                       ,:HV-NTE-CATEGORY
                       ,:HV-NTE-CHANNEL
                       ,:HV-NTE-USER-ID
                       ,:HV-NTE-NOTE-TEXT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-FOLLOWUP-LIST' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_NFUP END-EXEC
           IF WS-PREV-OWNER NOT EQUAL SPACES
               PERFORM 2200-WRITE-OWNER-TOTAL
           END-IF
           CLOSE O-NFUP-PS.
       2000-FOLLOWUP-LIST-END. EXIT.

       2100-WRITE-DETAIL-LINE.
      * CONTROL BREAK ON THE OWNER - CLOSE THE PREVIOUS USER'S LIST
           IF WS-FUP-OWNER NOT EQUAL WS-PREV-OWNER
               IF WS-PREV-OWNER NOT EQUAL SPACES
                   PERFORM 2200-WRITE-OWNER-TOTAL
               END-IF
               MOVE WS-FUP-OWNER TO WS-PREV-OWNER
               MOVE ZEROES       TO WS-OWNER-TOTAL
               ADD 1 TO WS-USER-COUNT
           END-IF
           MOVE SPACES              TO O-NFUP-REC
           MOVE WS-FUP-OWNER        TO O-NFUP-OWNER
           MOVE 'DET '              TO O-NFUP-LINE-TYPE
           MOVE HV-NTE-NOTE-ID      TO O-NFUP-NOTE-ID
           MOVE HV-NTE-POL-ID       TO O-NFUP-POL-ID
           MOVE HV-NTE-CUST-ID      TO O-NFUP-CUST-ID
           MOVE HV-NTE-FUP-DATE     TO O-NFUP-DUE-DATE
           MOVE WS-FUP-DAYS-OVER    TO O-NFUP-DAYS-OVER
           MOVE HV-NTE-CATEGORY     TO O-NFUP-CATEGORY
           MOVE HV-NTE-CHANNEL      TO O-NFUP-CHANNEL
           MOVE HV-NTE-USER-ID      TO O-NFUP-TAKEN-BY
           MOVE HV-NTE-TEXT-TEXT    TO O-NFUP-TEXT
           WRITE O-NFUP-REC
           ADD 1 TO WS-OWNER-TOTAL
           IF WS-FUP-DAYS-OVER > 0
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           IF WS-FUP-OWNER = '*SUPV*'
               ADD 1 TO WS-SUPV-COUNT
           END-IF.
       2100-WRITE-DETAIL-LINE-END. EXIT.

       2200-WRITE-OWNER-TOTAL.
           MOVE SPACES         TO O-NFUP-REC
           MOVE WS-PREV-OWNER  TO O-NFUP-OWNER
           MOVE 'TOT '         TO O-NFUP-LINE-TYPE
           MOVE WS-OWNER-TOTAL TO O-NFUP-DAYS-OVER
           WRITE O-NFUP-REC.
       2200-WRITE-OWNER-TOTAL-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMNOTE - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'FOLLOW-UPS DUE . . . . . . : ' WS-READ-COUNT
           DISPLAY '  OF WHICH PAST DUE DATE . : ' WS-OVERDUE-COUNT
           DISPLAY '  OF WHICH TO SUPERVISORS. : ' WS-SUPV-COUNT
           DISPLAY 'USERS WITH A LIST. . . . . : ' WS-USER-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMNOTE - CONTACT-NOTE FOLLOW-UP LIST COMPLETE'
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
           MOVE 'PGMNOTE'       TO HV-ERL-PROGRAM-ID
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
               WHERE JOB_NAME = 'PGMNOTE'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMNOTE ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMNOTE'
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
                   WHERE JOB_NAME = 'PGMNOTE'
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
               WHERE JOB_NAME = 'PGMNOTE'
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
               WHERE JOB_NAME = 'PGMNOTE'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
