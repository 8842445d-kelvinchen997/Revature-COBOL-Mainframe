       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGRPI.
      *   PROGRAM NAME: GROUP JOINER/LEAVER FILE INTAKE
      *   INPUT: EMPLOYER MONTHLY MEMBER MOVEMENT FILE AS: INGRPMV,
      *       TB_GROUP_MASTER, TB_GROUP_CERTIFICATES
      *   OUTPUT: TB_GROUP_CERTIFICATES, TB_POLICY_NOMINEE,
      *       TB_GROUP_ADJUSTMENTS
      *   DESCRIPTION: EACH MONTH EVERY EMPLOYER GROUP SENDS ONE FILE
      *       OF MEMBER MOVEMENTS - A 'J' LINE FOR EACH EMPLOYEE WHO
      *       JOINED THE SCHEME AND AN 'L' LINE FOR EACH WHO LEFT.
      *       A JOINER GETS A CERTIFICATE UNDER THE GROUP MASTER AT
      *       THE GROUP'S MEMBER SUM ASSURED AND PREMIUM, WITH ITS OWN
      *       NOMINEE WHEN ONE IS GIVEN, AND A PRO-RATED CHARGE FOR
      *       THE REST OF THE JOIN MONTH. A LEAVER'S CERTIFICATE IS
      *       TERMINATED AT THE EFFECTIVE DATE WITH A PRO-RATED
      *       CREDIT FOR DAYS ALREADY BILLED BEYOND IT (OR A CHARGE
      *       FOR DAYS COVERED BUT NOT YET BILLED). THE ADJUSTMENTS
      *       WAIT ON TB_GROUP_ADJUSTMENTS FOR PGMGRPB TO CARRY THEM
      *       ONTO THE NEXT CONSOLIDATED INVOICE. A LINE THAT CANNOT
      *       BE APPLIED IS LISTED WITH ITS REASON AND SKIPPED.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT I-GMV-PS ASSIGN TO INGRPMV
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-GMV.
       DATA DIVISION.
       FILE SECTION.
       FD I-GMV-PS.
       01 I-GMV-REC.
           05 I-GMV-GROUP-ID      PIC X(10).
           05 FILLER              PIC X(01).
           05 I-GMV-ACTION        PIC X(01).
           05 FILLER              PIC X(01).
           05 I-GMV-EMPLOYEE-ID   PIC X(10).
           05 FILLER              PIC X(01).
           05 I-GMV-MEMBER-NAME   PIC X(20).
           05 FILLER              PIC X(01).
           05 I-GMV-MEMBER-SSN    PIC X(11).
           05 FILLER              PIC X(01).
           05 I-GMV-MEMBER-DOB    PIC X(10).
           05 FILLER              PIC X(01).
           05 I-GMV-EFF-DATE      PIC X(10).
           05 FILLER              PIC X(01).
           05 I-GMV-NOM-NAME      PIC X(20).
           05 FILLER              PIC X(01).
           05 I-GMV-NOM-RELATION  PIC X(10).
           05 FILLER              PIC X(01).
           05 I-GMV-NOM-SSN       PIC X(11).
           05 FILLER              PIC X(28).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-GMV             PIC 9(02).
               88 FS-GMV-SUCC       VALUE 00.
               88 FS-GMV-EOF        VALUE 10.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
           05 WS-COUNTERS.
               10 WS-READ-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-JOIN-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-LEAVE-COUNT    PIC 9(07) VALUE ZEROES.
               10 WS-NOM-COUNT      PIC 9(07) VALUE ZEROES.
               10 WS-REJECT-COUNT   PIC 9(07) VALUE ZEROES.
               10 WS-ADJ-NET        PIC S9(11) VALUE ZEROES.
               10 WS-ADJ-NET-D      PIC -(10)9.
           05 WS-WORK-VARS.
               10 WS-REJ-REASON     PIC X(10).
               10 WS-DUP-COUNT      PIC S9(09) COMP.
               10 WS-DOB-YEAR       PIC S9(09) COMP.
               10 WS-PRO-DAYS       PIC S9(09) COMP.
               10 WS-MONTH-DAYS     PIC S9(09) COMP.
               10 WS-EARLY-SW       PIC X(01).
               10 WS-PRO-AMT        PIC S9(7)V USAGE COMP-3.
               10 WS-IDGEN-TYPE     PIC X(04).
               10 WS-IDGEN-NBR      PIC 9(08).
               10 WS-IDGEN-OUT      PIC X(10).
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPMST
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPCRT
           END-EXEC.
           EXEC SQL
               INCLUDE TBGRPADJ
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCPD
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY 'PGMGRPI - GROUP JOINER/LEAVER INTAKE STARTING'
      * THE PRO-RATA ADJUSTMENTS ARE MONEY - NOTHING POSTS INTO A
      * CLOSED ACCOUNTING PERIOD
           PERFORM HPD-CHECK-PERIOD
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS-FILE
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           OPEN INPUT I-GMV-PS
           IF FS-GMV-SUCC
               DISPLAY 'OPENED GROUP MEMBER MOVEMENT FILE'
           ELSE
               DISPLAY 'ERROR OPENING INGRPMV. EC: ' WS-FS-GMV
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

       2000-PROCESS-FILE.
           PERFORM UNTIL FS-GMV-EOF
               READ I-GMV-PS
                   AT END
                       MOVE 10 TO WS-FS-GMV
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-APPLY-ONE-MOVEMENT
                           THRU 2100-APPLY-ONE-MOVEMENT-END
               END-READ
           END-PERFORM
           EXEC SQL COMMIT END-EXEC.
       2000-PROCESS-FILE-END. EXIT.

      ******************************************************************
      * 2100-APPLY-ONE-MOVEMENT: THE GROUP MUST EXIST AND STILL BE     *
      * ACTIVE, AND THE ACTION MUST BE 'J' OR 'L'.                     *
      ******************************************************************
       2100-APPLY-ONE-MOVEMENT.
           MOVE I-GMV-GROUP-ID TO HV-GRP-GROUP-ID
           EXEC SQL
               SELECT MEMBER_SUM_ASSURED, MEMBER_PREMIUM, GROUP_STATUS
               INTO :HV-GRP-MEMBER-SUM
                   ,:HV-GRP-MEMBER-PREM
                   ,:HV-GRP-STATUS
               FROM TB_GROUP_MASTER
               WHERE GROUP_ID = :HV-GRP-GROUP-ID
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE 'BADGROUP' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2100-APPLY-ONE-MOVEMENT-END
           END-IF
           MOVE '2100-APPLY-ONE-MOVEMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF HV-GRP-STATUS NOT = 'ACTIVE'
               MOVE 'GRPCLOSED' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2100-APPLY-ONE-MOVEMENT-END
           END-IF
           EVALUATE TRUE
           WHEN I-GMV-ACTION = 'J'
               PERFORM 2200-ADD-JOINER THRU 2200-ADD-JOINER-END
           WHEN I-GMV-ACTION = 'L'
               PERFORM 2300-REMOVE-LEAVER THRU 2300-REMOVE-LEAVER-END
           WHEN OTHER
               MOVE 'BADACTION' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
           END-EVALUATE.
       2100-APPLY-ONE-MOVEMENT-END. EXIT.

      ******************************************************************
      * 2200-ADD-JOINER: ONE ACTIVE CERTIFICATE PER EMPLOYEE PER       *
      * GROUP. THE JOIN MONTH IS CHARGED PRO-RATA - THE MEMBER PREMIUM *
      * TIMES THE DAYS FROM THE JOIN DATE TO MONTH END OVER THE DAYS   *
      * IN THAT MONTH - AND BILLED_THRU STARTS AT THAT MONTH END, SO   *
      * PGMGRPB BILLS FULL MONTHS FROM THE NEXT ONE ON.                *
      ******************************************************************
       2200-ADD-JOINER.
           IF (I-GMV-EMPLOYEE-ID = SPACES)
               OR (I-GMV-MEMBER-NAME = SPACES)
               OR (I-GMV-MEMBER-SSN = SPACES)
               MOVE 'NODATA' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2200-ADD-JOINER-END
           END-IF
           MOVE I-GMV-GROUP-ID    TO HV-GCT-GROUP-ID
           MOVE I-GMV-EMPLOYEE-ID TO HV-GCT-EMPLOYEE-ID
           MOVE ZEROES TO WS-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM TB_GROUP_CERTIFICATES
               WHERE GROUP_ID    = :HV-GCT-GROUP-ID
                 AND EMPLOYEE_ID = :HV-GCT-EMPLOYEE-ID
                 AND CERT_STATUS = 'ACTIVE'
           END-EXEC
           MOVE '2200-ADD-JOINER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-DUP-COUNT > 0
               MOVE 'DUPMEMBER' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2200-ADD-JOINER-END
           END-IF
           MOVE I-GMV-EFF-DATE    TO HV-GCT-JOIN-DATE
           MOVE I-GMV-MEMBER-DOB  TO HV-GCT-MEMBER-DOB
           EXEC SQL
               SELECT CHAR(LAST_DAY(DATE(:HV-GCT-JOIN-DATE)), ISO)
                     ,DAY(LAST_DAY(DATE(:HV-GCT-JOIN-DATE)))
                        - DAY(DATE(:HV-GCT-JOIN-DATE)) + 1
                     ,DAY(LAST_DAY(DATE(:HV-GCT-JOIN-DATE)))
                     ,YEAR(DATE(:HV-GCT-MEMBER-DOB))
               INTO :HV-GCT-BILLED-THRU
                   ,:WS-PRO-DAYS
                   ,:WS-MONTH-DAYS
                   ,:WS-DOB-YEAR
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF (SQLCODE = -180) OR (SQLCODE = -181)
               MOVE 'BADDATE' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2200-ADD-JOINER-END
           END-IF
           MOVE '2200-ADD-JOINER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'GCRT' TO WS-IDGEN-TYPE
           PERFORM 2700-GET-NEXT-ID
           MOVE WS-IDGEN-OUT       TO HV-GCT-CERT-ID
           MOVE I-GMV-MEMBER-NAME  TO HV-GCT-MEMBER-TEXT
             MOVE LENGTH OF I-GMV-MEMBER-NAME TO HV-GCT-MEMBER-LEN
           MOVE I-GMV-MEMBER-SSN   TO HV-GCT-MEMBER-SSN
           MOVE HV-GRP-MEMBER-SUM  TO HV-GCT-SUM-ASSURED
           MOVE HV-GRP-MEMBER-PREM TO HV-GCT-MONTHLY-PREM
           MOVE 'ACTIVE'           TO HV-GCT-STATUS
           EXEC SQL
               INSERT INTO TB_GROUP_CERTIFICATES VALUES (
                :HV-GCT-CERT-ID
               ,:HV-GCT-GROUP-ID
               ,:HV-GCT-EMPLOYEE-ID
               ,:HV-GCT-MEMBER-NAME
               ,:HV-GCT-MEMBER-SSN
               ,:HV-GCT-MEMBER-DOB
               ,:HV-GCT-SUM-ASSURED
               ,:HV-GCT-MONTHLY-PREM
               ,:HV-GCT-JOIN-DATE
               ,NULL
               ,:HV-GCT-BILLED-THRU
               ,:HV-GCT-STATUS
               )
           END-EXEC
           MOVE '2200-ADD-JOINER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF I-GMV-NOM-NAME NOT = SPACES
               PERFORM 2250-ADD-MEMBER-NOMINEE
           END-IF
           COMPUTE WS-PRO-AMT ROUNDED =
               HV-GCT-MONTHLY-PREM * WS-PRO-DAYS / WS-MONTH-DAYS
           MOVE 'JOIN'            TO HV-GAD-ADJ-TYPE
           MOVE HV-GCT-JOIN-DATE  TO HV-GAD-EFF-DATE
           PERFORM 2600-WRITE-ADJUSTMENT
           ADD 1 TO WS-JOIN-COUNT.
       2200-ADD-JOINER-END. EXIT.

      ******************************************************************
      * 2250-ADD-MEMBER-NOMINEE: THE CERTIFICATE'S NOMINEE IS HELD ON  *
      * TB_POLICY_NOMINEE UNDER THE CERTIFICATE ID, TAKING THE WHOLE   *
      * 100 PERCENT SHARE.                                             *
      ******************************************************************
       2250-ADD-MEMBER-NOMINEE.
           MOVE HV-GCT-CERT-ID     TO HV-NOM-POL-ID
           MOVE I-GMV-NOM-NAME     TO HV-NOM-NAME-TEXT
             MOVE LENGTH OF I-GMV-NOM-NAME TO HV-NOM-NAME-LEN
           MOVE I-GMV-NOM-RELATION TO HV-NOM-RELATION
           MOVE SPACES             TO HV-NOM-PHONE
           MOVE I-GMV-NOM-SSN      TO HV-NOM-SSN
           MOVE SPACES             TO HV-NOM-EXT-ID
           MOVE 100                TO HV-NOM-SHARE-PCT
           EXEC SQL
               INSERT INTO TB_POLICY_NOMINEE VALUES (
                :HV-NOM-POL-ID
               ,:HV-NOM-NAME
               ,:HV-NOM-RELATION
               ,:HV-NOM-PHONE
               ,NULL
               ,:HV-NOM-SSN
               ,:HV-NOM-EXT-ID
               ,:HV-NOM-SHARE-PCT
               ,NULL
               )
           END-EXEC
           MOVE '2250-ADD-MEMBER-NOMINEE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD 1 TO WS-NOM-COUNT.
       2250-ADD-MEMBER-NOMINEE-END. EXIT.

      ******************************************************************
      * 2300-REMOVE-LEAVER: THE ACTIVE CERTIFICATE IS TERMED AT THE    *
      * EFFECTIVE DATE. THE DAYS BETWEEN BILLED_THRU AND THAT DATE ARE *
      * PRO-RATED AT THE EFFECTIVE MONTH'S DAILY SHARE OF THE PREMIUM -*
      * NEGATIVE (A CREDIT) WHEN THE MEMBER WAS BILLED PAST THE DATE,  *
      * POSITIVE WHEN COVERED DAYS WERE NEVER BILLED. INVOICES BILL    *
      * ONE MONTH AHEAD, SO THE GAP NORMALLY LIES IN A SINGLE MONTH.   *
      ******************************************************************
       2300-REMOVE-LEAVER.
           MOVE I-GMV-GROUP-ID    TO HV-GCT-GROUP-ID
           MOVE I-GMV-EMPLOYEE-ID TO HV-GCT-EMPLOYEE-ID
           MOVE I-GMV-EFF-DATE    TO HV-GCT-TERM-DATE
           EXEC SQL
               SELECT CERT_ID
                     ,MONTHLY_PREMIUM
                     ,DAYS(DATE(:HV-GCT-TERM-DATE)) - DAYS(BILLED_THRU)
                     ,DAY(LAST_DAY(DATE(:HV-GCT-TERM-DATE)))
                     ,CASE WHEN DATE(:HV-GCT-TERM-DATE) < JOIN_DATE
                           THEN 'Y' ELSE 'N' END
               INTO :HV-GCT-CERT-ID
                   ,:HV-GCT-MONTHLY-PREM
                   ,:WS-PRO-DAYS
                   ,:WS-MONTH-DAYS
                   ,:WS-EARLY-SW
               FROM TB_GROUP_CERTIFICATES
               WHERE GROUP_ID    = :HV-GCT-GROUP-ID
                 AND EMPLOYEE_ID = :HV-GCT-EMPLOYEE-ID
                 AND CERT_STATUS = 'ACTIVE'
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-NOTFND
               MOVE 'NOTMEMBER' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2300-REMOVE-LEAVER-END
           WHEN (SQLCODE = -180) OR (SQLCODE = -181)
               MOVE 'BADDATE' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2300-REMOVE-LEAVER-END
           WHEN OTHER
               MOVE '2300-REMOVE-LEAVER' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE
           IF WS-EARLY-SW = 'Y'
               MOVE 'PREJOIN' TO WS-REJ-REASON
               PERFORM 2900-REJECT-MOVEMENT
               GO TO 2300-REMOVE-LEAVER-END
           END-IF
           EXEC SQL
               UPDATE TB_GROUP_CERTIFICATES
               SET TERM_DATE   = :HV-GCT-TERM-DATE
                  ,BILLED_THRU = :HV-GCT-TERM-DATE
                  ,CERT_STATUS = 'TERMED'
               WHERE CERT_ID = :HV-GCT-CERT-ID
           END-EXEC
           MOVE '2300-REMOVE-LEAVER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           COMPUTE WS-PRO-AMT ROUNDED =
               HV-GCT-MONTHLY-PREM * WS-PRO-DAYS / WS-MONTH-DAYS
           IF WS-PRO-AMT NOT = 0
               MOVE 'LEAVE'           TO HV-GAD-ADJ-TYPE
               MOVE HV-GCT-TERM-DATE  TO HV-GAD-EFF-DATE
               PERFORM 2600-WRITE-ADJUSTMENT
           END-IF
           ADD 1 TO WS-LEAVE-COUNT.
       2300-REMOVE-LEAVER-END. EXIT.

       2600-WRITE-ADJUSTMENT.
           MOVE HV-GCT-GROUP-ID TO HV-GAD-GROUP-ID
           MOVE HV-GCT-CERT-ID  TO HV-GAD-CERT-ID
           MOVE WS-PRO-AMT      TO HV-GAD-ADJ-AMOUNT
           EXEC SQL
               INSERT INTO TB_GROUP_ADJUSTMENTS VALUES (
                :HV-GAD-GROUP-ID
               ,:HV-GAD-CERT-ID
               ,CURRENT DATE
               ,:HV-GAD-ADJ-TYPE
               ,:HV-GAD-EFF-DATE
               ,:HV-GAD-ADJ-AMOUNT
               ,NULL
               )
           END-EXEC
           MOVE '2600-WRITE-ADJUSTMENT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           ADD WS-PRO-AMT TO WS-ADJ-NET.
       2600-WRITE-ADJUSTMENT-END. EXIT.

      ******************************************************************
      * 2700-GET-NEXT-ID: NEXT NUMBER FOR WS-IDGEN-TYPE FROM           *
      * TB_ID_CONTROL, BUILT AS ID_PREFIX PLUS THE ZERO-PADDED NUMBER. *
      ******************************************************************
       2700-GET-NEXT-ID.
           MOVE WS-IDGEN-TYPE TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2700-GET-NEXT-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2700-GET-NEXT-ID' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO WS-IDGEN-OUT
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO WS-IDGEN-OUT
           END-STRING.
       2700-GET-NEXT-ID-END. EXIT.

       2900-REJECT-MOVEMENT.
           DISPLAY 'MOVEMENT REJECTED (' WS-REJ-REASON '): '
               I-GMV-REC
           ADD 1 TO WS-REJECT-COUNT.
       2900-REJECT-MOVEMENT-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           MOVE WS-ADJ-NET TO WS-ADJ-NET-D
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMGRPI - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'MOVEMENTS READ . . . . . . : ' WS-READ-COUNT
           DISPLAY 'JOINERS ADDED. . . . . . . : ' WS-JOIN-COUNT
           DISPLAY 'MEMBER NOMINEES ADDED. . . : ' WS-NOM-COUNT
           DISPLAY 'LEAVERS TERMINATED . . . . : ' WS-LEAVE-COUNT
           DISPLAY 'MOVEMENTS REJECTED . . . . : ' WS-REJECT-COUNT
           DISPLAY 'NET PRO-RATA ADJUSTMENT. . : ' WS-ADJ-NET-D
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE I-GMV-PS
           DISPLAY 'PGMGRPI - GROUP JOINER/LEAVER INTAKE COMPLETE'
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

      ******************************************************************
      * HPD-CHECK-PERIOD: NO POSTING LANDS IN AN ACCOUNTING PERIOD    *
      * FINANCE HAS ALREADY CLOSED - A CLOSED ROW FOR TODAY ENDS THE  *
      * JOB RC=8 BEFORE ANYTHING IS WRITTEN. A DATE WITH NO           *
      * TB_ACCT_PERIODS ROW POSTS FREELY.                             *
      ******************************************************************
       HPD-CHECK-PERIOD.
           EXEC SQL
               SELECT PERIOD_STATUS INTO :HV-APD-STATUS
               FROM TB_ACCT_PERIODS
               WHERE CURRENT DATE BETWEEN PERIOD_START
                                      AND PERIOD_END
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 0
               IF HV-APD-STATUS = 'CLOSED'
                   DISPLAY 'PGMGRPI - ACCOUNTING PERIOD IS CLOSED - '
                       'POSTING REFUSED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-TERM
               END-IF
           WHEN SQLCODE = 100
               CONTINUE
           WHEN OTHER
               MOVE 'HPD-CHECK-PERIOD' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-EVALUATE.
       HPD-CHECK-PERIOD-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMGRPI'       TO HV-ERL-PROGRAM-ID
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
