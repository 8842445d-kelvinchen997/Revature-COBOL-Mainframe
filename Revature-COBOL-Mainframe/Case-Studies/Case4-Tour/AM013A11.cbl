       IDENTIFICATION DIVISION.
       PROGRAM-ID. AM013A11.
      *   PROGRAM NAME: AM013A11
      *   INPUT: JCL PARM
      *       'ACTION,AGENCY_ID,NAME,RATE,METH,ACCOUNT,BANK_CODE' -
      *       ACTION 'ADD ', 'UPD ' OR 'DEACT', RATE THE COMMISSION
      *       PERCENTAGE AS FOUR DIGITS WITH TWO DECIMALS IMPLIED
      *       ('1250' = 12.50%), METH THE PAYMENT METHOD ('EFT ',
      *       'CHQ ') (EACH FIELD PADDED TO ITS COLUMN WIDTH AND
      *       COMMA-SEPARATED, SAME PARM CONVENTION AS TM013A11).
      *       'DEACT' NEEDS ONLY THE ACTION AND AGENCY_ID
      *   OUTPUT: TOUR_AGENCY
      *   DESCRIPTION: MAINTAINS THE TOUR_AGENCY MASTER OF RESELLING
      *       TRAVEL AGENCIES. 'ADD' CREATES AN ACTIVE AGENCY (A
      *       DUPLICATE ID IS REJECTED), 'UPD' CHANGES ITS NAME,
      *       COMMISSION RATE AND PAYMENT DETAILS, AND 'DEACT' FLAGS
      *       IT INACTIVE SO NEW BOOKINGS UNDER IT ARE REFUSED -
      *       COMMISSION ON TOURS IT ALREADY SOLD IS STILL PAID BY
      *       AS013A11.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-PARM-OK-SW         PIC X(01) VALUE 'N'.
               88 WS-PARM-OK            VALUE 'Y'.
               88 WS-PARM-BAD            VALUE 'N'.
           05 WS-ACTION             PIC X(05).
           05 WS-AGENCY-ID          PIC X(10).
           05 WS-AGENCY-NAME        PIC X(30).
           05 WS-COMM-RATE-X        PIC X(04).
           05 WS-COMM-RATE-N REDEFINES WS-COMM-RATE-X
                                    PIC 9(02)V9(02).
           05 WS-PAY-METHOD         PIC X(04).
           05 WS-PAY-ACCOUNT        PIC X(20).
           05 WS-PAY-BANK-CODE      PIC X(11).
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC173A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(90).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           PERFORM 0100-PARSE-PARM
           IF (WS-PARM-OK)
               EVALUATE WS-ACTION
               WHEN 'ADD'
                   PERFORM 2000-ADD-AGENCY
               WHEN 'UPD'
                   PERFORM 3000-UPDATE-AGENCY
               WHEN 'DEACT'
                   PERFORM 4000-DEACT-AGENCY
               WHEN OTHER
                   DISPLAY 'AM013A11 - BAD ACTION: ' WS-ACTION
               END-EVALUATE
           ELSE
               DISPLAY 'AM013A11 - BAD OR MISSING PARM, NOTHING TO DO'
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      ******************************************************************
      * 0100-PARSE-PARM: 'ADD' AND 'UPD' MUST CARRY A NUMERIC RATE     *
      * AND A PAYMENT METHOD - A BLANK OR NON-NUMERIC RATE WOULD PUT   *
      * AN AGENCY ON THE MASTER THAT AS013A11 CANNOT PAY.              *
      ******************************************************************
       0100-PARSE-PARM.
           MOVE 'N' TO WS-PARM-OK-SW
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-ACTION
                        WS-AGENCY-ID
                        WS-AGENCY-NAME
                        WS-COMM-RATE-X
                        WS-PAY-METHOD
                        WS-PAY-ACCOUNT
                        WS-PAY-BANK-CODE
               MOVE 'Y' TO WS-PARM-OK-SW
               IF WS-AGENCY-ID = SPACES
                   DISPLAY 'AM013A11 - AGENCY_ID REQUIRED'
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
               IF (WS-ACTION = 'ADD' OR WS-ACTION = 'UPD')
                   IF WS-COMM-RATE-X IS NOT NUMERIC
                       DISPLAY 'AM013A11 - RATE MUST BE 4 DIGITS: '
                           WS-COMM-RATE-X
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
                   IF WS-PAY-METHOD = SPACES
                       DISPLAY 'AM013A11 - PAYMENT METHOD REQUIRED'
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
               END-IF
           END-IF.
       0100-PARSE-PARM-END. EXIT.

       2000-ADD-AGENCY.
           MOVE WS-AGENCY-ID     TO HV-AGY-AGENCY-ID
           MOVE WS-AGENCY-NAME   TO HV-AGY-AGENCY-NAME
           MOVE WS-COMM-RATE-N   TO HV-AGY-COMM-RATE
           MOVE WS-PAY-METHOD    TO HV-AGY-PAY-METHOD
           MOVE WS-PAY-ACCOUNT   TO HV-AGY-PAY-ACCOUNT
           MOVE WS-PAY-BANK-CODE TO HV-AGY-PAY-BANK-CODE
           EXEC SQL
               INSERT INTO TOUR_AGENCY VALUES (
                :HV-AGY-AGENCY-ID
               ,:HV-AGY-AGENCY-NAME
               ,:HV-AGY-COMM-RATE
               ,:HV-AGY-PAY-METHOD
               ,:HV-AGY-PAY-ACCOUNT
               ,:HV-AGY-PAY-BANK-CODE
               ,'Y'
               )
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'AGENCY ADDED: ' WS-AGENCY-ID
                   '  RATE: ' WS-COMM-RATE-N
           WHEN SQLCODE = -803
               DISPLAY 'AGENCY ALREADY ON THE MASTER: '
                   WS-AGENCY-ID
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2000-ADD-AGENCY' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       2000-ADD-AGENCY-END. EXIT.

       3000-UPDATE-AGENCY.
           MOVE WS-AGENCY-ID     TO HV-AGY-AGENCY-ID
           MOVE WS-AGENCY-NAME   TO HV-AGY-AGENCY-NAME
           MOVE WS-COMM-RATE-N   TO HV-AGY-COMM-RATE
           MOVE WS-PAY-METHOD    TO HV-AGY-PAY-METHOD
           MOVE WS-PAY-ACCOUNT   TO HV-AGY-PAY-ACCOUNT
           MOVE WS-PAY-BANK-CODE TO HV-AGY-PAY-BANK-CODE
           EXEC SQL
               UPDATE TOUR_AGENCY
               SET AGENCY_NAME   = :HV-AGY-AGENCY-NAME
                  ,COMM_RATE     = :HV-AGY-COMM-RATE
                  ,PAY_METHOD    = :HV-AGY-PAY-METHOD
                  ,PAY_ACCOUNT   = :HV-AGY-PAY-ACCOUNT
                  ,PAY_BANK_CODE = :HV-AGY-PAY-BANK-CODE
               WHERE AGENCY_ID = :HV-AGY-AGENCY-ID
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'AGENCY UPDATED: ' WS-AGENCY-ID
                   '  RATE: ' WS-COMM-RATE-N
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO SUCH AGENCY: ' WS-AGENCY-ID
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3000-UPDATE-AGENCY' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       3000-UPDATE-AGENCY-END. EXIT.

       4000-DEACT-AGENCY.
           MOVE WS-AGENCY-ID TO HV-AGY-AGENCY-ID
           EXEC SQL
               UPDATE TOUR_AGENCY
               SET ACTIVE_FLAG = 'N'
               WHERE AGENCY_ID = :HV-AGY-AGENCY-ID
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'AGENCY DEACTIVATED: ' WS-AGENCY-ID
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO SUCH AGENCY: ' WS-AGENCY-ID
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '4000-DEACT-AGENCY' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       4000-DEACT-AGENCY-END. EXIT.

       9000-TERM.
           DISPLAY 'AM013A11 - AGENCY MASTER MAINTENANCE COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.

       H001-LOG-SQL-ERROR.
           MOVE 'AM013A11'      TO HV-ERL-PROGRAM-ID
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
       H001-LOG-SQL-ERROR-END. EXIT.
