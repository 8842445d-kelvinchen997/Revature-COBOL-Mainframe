       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMAJR.
      *   PROGRAM NAME: MINOR NOMINEE MAJORITY SWEEP
      *   INPUT: JCL PARM (OPTIONAL 'RELEASE'),
      *       TB_NOMINEE_APPOINTEES, TB_POLICY_NOMINEE
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(NOMMAJR) AS: OUTMAJR,
      *       TB_NOMINEE_APPOINTEES ('RELEASE' ONLY)
      *   DESCRIPTION: A NOMINEE UNDER 18 AT CAPTURE IS TAKEN WITH AN
      *       APPOINTEE (GUARDIAN) WHO IS PAID ON THEIR BEHALF, BUT
      *       NOTHING EVER NOTICED THE CHILD GROWING UP. THIS YEARLY
      *       SWEEP LISTS EVERY STANDING APPOINTMENT WHOSE NOMINEE IS
      *       NOW 18 OR OVER, ONE LINE EACH, SO THE APPOINTEE CAN BE
      *       RELEASED. WITH PARM 'RELEASE' THE LISTED APPOINTMENTS
      *       ARE ALSO STAMPED RELEASED_DATE = TODAY. PGMDISB ALREADY
      *       PAYS AN ADULT NOMINEE DIRECTLY WHETHER OR NOT THE
      *       APPOINTMENT HAS BEEN RELEASED - THIS KEEPS THE TABLE
      *       HONEST FOR EVERYONE ELSE WHO READS IT.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-MAJR-PS ASSIGN TO OUTMAJR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAJR.
       DATA DIVISION.
       FILE SECTION.
       FD O-MAJR-PS.
       01 O-MAJR-REC.
           05 O-MAJR-POL-ID       PIC X(10).
           05 FILLER              PIC X(01).
           05 O-MAJR-NOM-SSN      PIC X(11).
           05 FILLER              PIC X(01).
           05 O-MAJR-NOM-DOB      PIC X(10).
           05 FILLER              PIC X(01).
           05 O-MAJR-APPT-NAME    PIC X(20).
           05 FILLER              PIC X(01).
           05 O-MAJR-APPT-SSN     PIC X(11).
           05 FILLER              PIC X(01).
           05 O-MAJR-ACTION       PIC X(08).
           05 FILLER              PIC X(05).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-MAJR            PIC 9(02).
               88 FS-MAJR-SUCC      VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-RELEASE-SW         PIC X(01) VALUE 'N'.
               88 WS-RELEASE-MODE       VALUE 'Y'.
           05 WS-COUNTERS.
               10 WS-LISTED-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-RELEASED-COUNT PIC 9(07) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMAPT
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * EVERY STANDING APPOINTMENT WHOSE NOMINEE HAS COME OF AGE
           EXEC SQL
               DECLARE CURSOR_MAJR CURSOR FOR
                 SELECT
                    A.POL_ID
                   ,A.NOM_SSN
                   ,CHAR(N.DOB, ISO)
                   ,A.APPT_NAME
                   ,A.APPT_SSN
                 FROM
                   TB_NOMINEE_APPOINTEES A
                   JOIN
                   TB_POLICY_NOMINEE N
                   ON  N.POL_ID = A.POL_ID
                   AND N.SSN    = A.NOM_SSN
                 WHERE A.RELEASED_DATE IS NULL
                   AND N.DOB IS NOT NULL
                   AND YEAR(CURRENT DATE - N.DOB) >= 18
                 ORDER BY A.POL_ID, A.NOM_SSN
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMMAJR - NOMINEE MAJORITY SWEEP STARTING'
           IF (LK-PARM-LEN > 0) AND (LK-PARM-TEXT = 'RELEASE')
               MOVE 'Y' TO WS-RELEASE-SW
               DISPLAY 'RELEASE MODE - LISTED APPOINTMENTS WILL BE '
                   'RELEASED'
           ELSE
               DISPLAY 'REPORT-ONLY MODE'
           END-IF
           PERFORM 1000-INIT
           PERFORM 2000-SWEEP-APPOINTEES
           PERFORM 4000-REPORT-COUNTS
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN OUTPUT O-MAJR-PS
           IF FS-MAJR-SUCC
               DISPLAY 'OPENED MAJORITY REPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTMAJR. EC: ' WS-FS-MAJR
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-SWEEP-APPOINTEES: ONE REPORT LINE PER NOMINEE NOW OF AGE  *
      * WHOSE APPOINTEE STILL STANDS. THE COMMIT AT THE END HOLDS THE  *
      * RELEASES; REPORT-ONLY MODE CHANGES NOTHING.                    *
      ******************************************************************
       2000-SWEEP-APPOINTEES.
           EXEC SQL OPEN CURSOR_MAJR END-EXEC
           MOVE '2000-SWEEP-APPOINTEES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_MAJR INTO
                        :HV-NAP-POL-ID
                       ,:HV-NAP-NOM-SSN
                       ,:HV-NOM-DOB
                       ,:HV-NAP-APPT-NAME
                       ,:HV-NAP-APPT-SSN
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-SWEEP-APPOINTEES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2100-LIST-ONE-APPOINTEE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_MAJR END-EXEC
           EXEC SQL COMMIT END-EXEC.
       2000-SWEEP-APPOINTEES-END. EXIT.

       2100-LIST-ONE-APPOINTEE.
           MOVE SPACES TO O-MAJR-REC
           MOVE HV-NAP-POL-ID          TO O-MAJR-POL-ID
           MOVE HV-NAP-NOM-SSN         TO O-MAJR-NOM-SSN
           MOVE HV-NOM-DOB             TO O-MAJR-NOM-DOB
           MOVE HV-NAP-APPT-NAME-TEXT  TO O-MAJR-APPT-NAME
           MOVE HV-NAP-APPT-SSN        TO O-MAJR-APPT-SSN
           IF WS-RELEASE-MODE
               EXEC SQL
                   UPDATE TB_NOMINEE_APPOINTEES
                   SET RELEASED_DATE = CURRENT DATE
                   WHERE POL_ID  = :HV-NAP-POL-ID
                     AND NOM_SSN = :HV-NAP-NOM-SSN
                     AND RELEASED_DATE IS NULL
               END-EXEC
               MOVE '2100-LIST-ONE-APPOINTEE' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE 'RELEASED' TO O-MAJR-ACTION
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE 'REPORTED' TO O-MAJR-ACTION
           END-IF
           WRITE O-MAJR-REC
           ADD 1 TO WS-LISTED-COUNT.
       2100-LIST-ONE-APPOINTEE-END. EXIT.

       4000-REPORT-COUNTS.
           DISPLAY '==========================================='
           DISPLAY 'PGMMAJR - MAJORITY SWEEP COUNTS'
           DISPLAY '==========================================='
           DISPLAY 'NOMINEES NOW OF AGE. . . : ' WS-LISTED-COUNT
           DISPLAY 'APPOINTEES RELEASED. . . : ' WS-RELEASED-COUNT
           DISPLAY '==========================================='.
       4000-REPORT-COUNTS-END. EXIT.

       9000-TERM.
           CLOSE O-MAJR-PS
           DISPLAY 'PGMMAJR - NOMINEE MAJORITY SWEEP COMPLETE'
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
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMMAJR'       TO HV-ERL-PROGRAM-ID
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
