       IDENTIFICATION DIVISION.
       PROGRAM-ID. SC013A11.
      *   PROGRAM NAME: SC013A11
      *   INPUT: JCL PARM
      *       'ACTION,TOUR_PLACE,COST_TYPE,EFF_DATE,FIXED,PERHD,
      *       SUPPLIER' - ACTION 'ADD ', 'UPD ' OR 'DEL ', EFF_DATE
      *       AS YYYY-MM-DD, FIXED THE COST PER TOUR RUN AS SEVEN
      *       DIGITS, PERHD THE COST PER HEAD AS FIVE DIGITS (EACH
      *       FIELD PADDED TO ITS COLUMN WIDTH AND COMMA-SEPARATED,
      *       SAME PARM CONVENTION AS TM013A11). 'DEL' NEEDS ONLY THE
      *       ACTION, TOUR_PLACE, COST_TYPE AND EFF_DATE
      *   OUTPUT: TOUR_SUPPLIER_COST
      *   DESCRIPTION: MAINTAINS THE EFFECTIVE-DATED SUPPLIER COSTS
      *       PF013A11 CHARGES AGAINST EACH TOUR. 'ADD' PUTS ON A NEW
      *       DATED ROW FOR A PLACE AND COST TYPE (A DUPLICATE DATE IS
      *       REJECTED) - A PRICE CHANGE OR A COST THAT STOPS (ZEROES)
      *       IS ALWAYS A NEW ROW SO TOURS ALREADY RUN KEEP THE COST
      *       IN FORCE ON THEIR DAY. 'UPD' CORRECTS THE AMOUNTS OR
      *       SUPPLIER ON A ROW AS KEYED, AND 'DEL' REMOVES A ROW
      *       KEYED IN ERROR.
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
           05 WS-TOUR-PLACE         PIC X(15).
           05 WS-COST-TYPE          PIC X(08).
           05 WS-EFF-DATE           PIC X(10).
           05 WS-FIXED-COST-X       PIC X(07).
           05 WS-FIXED-COST-N REDEFINES WS-FIXED-COST-X
                                    PIC 9(07).
           05 WS-PER-HEAD-X         PIC X(05).
           05 WS-PER-HEAD-N REDEFINES WS-PER-HEAD-X
                                    PIC 9(05).
           05 WS-SUPPLIER-NAME      PIC X(30).
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE DC183A11
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
                   PERFORM 2000-ADD-COST
               WHEN 'UPD'
                   PERFORM 3000-UPDATE-COST
               WHEN 'DEL'
                   PERFORM 4000-DELETE-COST
               WHEN OTHER
                   DISPLAY 'SC013A11 - BAD ACTION: ' WS-ACTION
               END-EVALUATE
           ELSE
               DISPLAY 'SC013A11 - BAD OR MISSING PARM, NOTHING TO DO'
           END-IF
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

      ******************************************************************
      * 0100-PARSE-PARM: EVERY ACTION NEEDS THE FULL KEY WITH A        *
      * YYYY-MM-DD EFF_DATE; 'ADD' AND 'UPD' ALSO NEED NUMERIC         *
      * AMOUNTS - A BLANK AMOUNT WOULD LOAD AS A COST PF013A11 CANNOT  *
      * READ.                                                          *
      ******************************************************************
       0100-PARSE-PARM.
           MOVE 'N' TO WS-PARM-OK-SW
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-ACTION
                        WS-TOUR-PLACE
                        WS-COST-TYPE
                        WS-EFF-DATE
                        WS-FIXED-COST-X
                        WS-PER-HEAD-X
                        WS-SUPPLIER-NAME
               MOVE 'Y' TO WS-PARM-OK-SW
               IF (WS-TOUR-PLACE = SPACES)
                   OR (WS-COST-TYPE = SPACES)
                   DISPLAY 'SC013A11 - TOUR_PLACE AND COST_TYPE '
                       'REQUIRED'
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
               IF (WS-EFF-DATE(5:1) NOT = '-')
                   OR (WS-EFF-DATE(8:1) NOT = '-')
                   OR (WS-EFF-DATE(1:4) IS NOT NUMERIC)
                   OR (WS-EFF-DATE(6:2) IS NOT NUMERIC)
                   OR (WS-EFF-DATE(9:2) IS NOT NUMERIC)
                   DISPLAY 'SC013A11 - EFF_DATE MUST BE YYYY-MM-DD: '
                       WS-EFF-DATE
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
               IF (WS-ACTION = 'ADD' OR WS-ACTION = 'UPD')
                   IF (WS-FIXED-COST-X IS NOT NUMERIC)
                       OR (WS-PER-HEAD-X IS NOT NUMERIC)
                       DISPLAY 'SC013A11 - FIXED MUST BE 7 DIGITS AND '
                           'PER HEAD 5 DIGITS: ' WS-FIXED-COST-X
                           ' ' WS-PER-HEAD-X
                       MOVE 'N' TO WS-PARM-OK-SW
                   END-IF
               END-IF
           END-IF.
       0100-PARSE-PARM-END. EXIT.

       2000-ADD-COST.
           MOVE WS-TOUR-PLACE    TO HV-SUP-TOUR-PLACE
           MOVE WS-COST-TYPE     TO HV-SUP-COST-TYPE
           MOVE WS-EFF-DATE      TO HV-SUP-EFF-DATE
           MOVE WS-FIXED-COST-N  TO HV-SUP-FIXED-COST
           MOVE WS-PER-HEAD-N    TO HV-SUP-PER-HEAD-COST
           MOVE WS-SUPPLIER-NAME TO HV-SUP-SUPPLIER-NAME
           EXEC SQL
               INSERT INTO TOUR_SUPPLIER_COST VALUES (
                :HV-SUP-TOUR-PLACE
               ,:HV-SUP-COST-TYPE
               ,DATE(:HV-SUP-EFF-DATE)
               ,:HV-SUP-FIXED-COST
               ,:HV-SUP-PER-HEAD-COST
               ,:HV-SUP-SUPPLIER-NAME
               )
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'SUPPLIER COST ADDED: ' WS-TOUR-PLACE ' '
                   WS-COST-TYPE ' FROM ' WS-EFF-DATE
               DISPLAY '  FIXED: ' WS-FIXED-COST-N
                   '  PER HEAD: ' WS-PER-HEAD-N
           WHEN SQLCODE = -803
               DISPLAY 'COST ALREADY ON FILE FOR THAT DATE: '
                   WS-TOUR-PLACE ' ' WS-COST-TYPE ' ' WS-EFF-DATE
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '2000-ADD-COST' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       2000-ADD-COST-END. EXIT.

       3000-UPDATE-COST.
           MOVE WS-TOUR-PLACE    TO HV-SUP-TOUR-PLACE
           MOVE WS-COST-TYPE     TO HV-SUP-COST-TYPE
           MOVE WS-EFF-DATE      TO HV-SUP-EFF-DATE
           MOVE WS-FIXED-COST-N  TO HV-SUP-FIXED-COST
           MOVE WS-PER-HEAD-N    TO HV-SUP-PER-HEAD-COST
           MOVE WS-SUPPLIER-NAME TO HV-SUP-SUPPLIER-NAME
           EXEC SQL
               UPDATE TOUR_SUPPLIER_COST
               SET FIXED_COST    = :HV-SUP-FIXED-COST
                  ,PER_HEAD_COST = :HV-SUP-PER-HEAD-COST
                  ,SUPPLIER_NAME = :HV-SUP-SUPPLIER-NAME
               WHERE TOUR_PLACE = :HV-SUP-TOUR-PLACE
                 AND COST_TYPE  = :HV-SUP-COST-TYPE
                 AND EFF_DATE   = DATE(:HV-SUP-EFF-DATE)
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'SUPPLIER COST UPDATED: ' WS-TOUR-PLACE ' '
                   WS-COST-TYPE ' FROM ' WS-EFF-DATE
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO SUCH COST ROW: ' WS-TOUR-PLACE ' '
                   WS-COST-TYPE ' ' WS-EFF-DATE
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '3000-UPDATE-COST' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       3000-UPDATE-COST-END. EXIT.

       4000-DELETE-COST.
           MOVE WS-TOUR-PLACE    TO HV-SUP-TOUR-PLACE
           MOVE WS-COST-TYPE     TO HV-SUP-COST-TYPE
           MOVE WS-EFF-DATE      TO HV-SUP-EFF-DATE
           EXEC SQL
               DELETE FROM TOUR_SUPPLIER_COST
               WHERE TOUR_PLACE = :HV-SUP-TOUR-PLACE
                 AND COST_TYPE  = :HV-SUP-COST-TYPE
                 AND EFF_DATE   = DATE(:HV-SUP-EFF-DATE)
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = DB2-SUCCESS
               DISPLAY 'SUPPLIER COST DELETED: ' WS-TOUR-PLACE ' '
                   WS-COST-TYPE ' ' WS-EFF-DATE
           WHEN SQLCODE = DB2-NOTFND
               DISPLAY 'NO SUCH COST ROW: ' WS-TOUR-PLACE ' '
                   WS-COST-TYPE ' ' WS-EFF-DATE
           WHEN OTHER
               DISPLAY 'SQL ERROR: ' SQLCODE
               CALL 'DSNTIAR' USING SQLCA WS-ERR-MSG WS-ERR-LRECL
               DISPLAY WS-ERR-MSG
               MOVE '4000-DELETE-COST' TO WS-SQLERR-PARA
               PERFORM H001-LOG-SQL-ERROR
           END-EVALUATE.
       4000-DELETE-COST-END. EXIT.

       9000-TERM.
           DISPLAY 'SC013A11 - SUPPLIER COST MAINTENANCE COMPLETE'
           STOP RUN.
       9000-TERM-END. EXIT.

       H001-LOG-SQL-ERROR.
           MOVE 'SC013A11'      TO HV-ERL-PROGRAM-ID
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
