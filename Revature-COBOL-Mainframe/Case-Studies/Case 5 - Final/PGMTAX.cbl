      *       REBUILD RECIPIENT TOTALS BY HAND EVERY JANUARY. THIS
      *       AGGREGATES THE SELECTED YEAR'S CLEARED DISBURSEMENTS PER
      *       PAYEE AND SOURCE TYPE, APPLIES THE TAXABILITY RULE PER
      *       SOURCE (WS-TAX-TABLE - SURRENDER, MATURITY AND PARTIAL
      *       WITHDRAWAL PROCEEDS ARE REPORTABLE, DEATH-CLAIM
      *       PROCEEDS, LOAN DRAWDOWNS AND REFUNDS ARE NOT), AND
      *       WRITES BOTH THE REGULATOR'S FIXED
      *       SUBMISSION FILE WITH A BALANCING TRAILER AND A PER-PAYEE
      *       STATEMENT PRINT IN THE ANNSTMT CONTROL-BREAK LAYOUT.
      *       AMOUNTS ARE GROSS OF ANY TAX WITHHELD AT ISSUE, AND THE
      *       TAX ACTUALLY WITHHELD IS REPORTED ALONGSIDE.
      *   MOD LOG:
      *    2026-09-02 KC - INITIAL VERSION
      *    2026-10-15 KC - 'WDL' PARTIAL WITHDRAWALS ARE REPORTABLE
      *    2026-10-15 KC - REPORTS GROSS PROCEEDS AND THE TAX WITHHELD
      *                    AT ISSUE PER PAYEE/SOURCE, PAYEE AND GRAND
      *                    TOTAL (ROWS ISSUED BEFORE WITHHOLDING COUNT
      *                    AMOUNT AS GROSS, NOTHING WITHHELD)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 O-TAXR-AMOUNT       PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-TAXR-TAXABLE      PIC X(01).
           05 FILLER              PIC X(01).
           05 O-TAXR-WITHHELD     PIC 9(11).
           05 FILLER              PIC X(22).
       FD O-TAXS-PS.
       01 O-TAXS-REC.
           05 O-TAXS-LINE-TYPE    PIC X(04).
           05 O-TAXS-AMOUNT       PIC 9(11).
           05 FILLER              PIC X(01).
           05 O-TAXS-TAXABLE      PIC X(01).
           05 FILLER              PIC X(01).
           05 O-TAXS-WITHHELD     PIC 9(11).
           05 FILLER              PIC X(25).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-PAYEE          PIC X(20).
               10 WS-SOURCE         PIC X(03).
               10 WS-AMOUNT         PIC S9(11)V USAGE COMP-3.
               10 WS-WITHHELD       PIC S9(11)V USAGE COMP-3.
           05 WS-CONTROL-BREAK.
               10 WS-PREV-PAYEE     PIC X(20) VALUE SPACES.
               10 WS-PAYEE-TOTAL    PIC 9(11) VALUE ZEROES.
               10 WS-PAYEE-WH-TOTAL PIC 9(11) VALUE ZEROES.
           05 WS-TOTALS.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-GRAND-TOTAL    PIC 9(13) VALUE ZEROES.
               10 WS-GRAND-WH-TOTAL PIC 9(13) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 FILLER PIC X(04) VALUE 'LONN'.
           05 FILLER PIC X(04) VALUE 'FLRN'.
           05 FILLER PIC X(04) VALUE 'SUSN'.
           05 FILLER PIC X(04) VALUE 'WDLY'.
       01 WS-TAX-TABLE REDEFINES WS-TAX-TABLE-DATA.
           05 WS-TAX-ENTRY OCCURS 7 TIMES INDEXED BY WS-TAX-IDX.
               10 WS-TAX-SOURCE  PIC X(03).
               10 WS-TAX-FLAG    PIC X(01).
       01 WS-TAX-EDIT-VARS.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * THE YEAR'S CLEARED PAYOUTS, AGGREGATED PER PAYEE AND SOURCE -
      * GROSS OF WITHHOLDING, WITH THE TAX WITHHELD. A ROW ISSUED
      * BEFORE WITHHOLDING EXISTED HAS NULL GROSS AND WITHHELD
           EXEC SQL
               DECLARE CURSOR_TAX CURSOR FOR
                 SELECT
                    PAYEE_NAME
                   ,SOURCE_TYPE
                   ,SUM(COALESCE(GROSS_AMOUNT, AMOUNT))
                   ,SUM(COALESCE(WITHHELD_AMT, 0))
                 FROM TB_DISBURSEMENTS
                 WHERE DISB_STATUS = 'CLEARED'
                   AND YEAR(STATUS_DATE) = :WS-TAX-YEAR
                        :HV-DSB-PAYEE-NAME
                       ,:WS-SOURCE
                       ,:WS-AMOUNT
                       ,:WS-WITHHELD
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               END-IF
               MOVE WS-PAYEE TO WS-PREV-PAYEE
               MOVE ZEROES   TO WS-PAYEE-TOTAL
               MOVE ZEROES   TO WS-PAYEE-WH-TOTAL
               MOVE SPACES TO O-TAXS-REC
               MOVE 'HDR ' TO O-TAXS-LINE-TYPE
               MOVE WS-PAYEE TO O-TAXS-PAYEE
           MOVE WS-SOURCE      TO O-TAXR-SOURCE
           MOVE WS-AMOUNT      TO O-TAXR-AMOUNT
           MOVE WS-TAX-MATCH-FLAG TO O-TAXR-TAXABLE
           MOVE WS-WITHHELD    TO O-TAXR-WITHHELD
           WRITE O-TAXR-REC
           MOVE SPACES TO O-TAXS-REC
           MOVE 'DET '         TO O-TAXS-LINE-TYPE
           MOVE WS-SOURCE      TO O-TAXS-SOURCE
           MOVE WS-AMOUNT      TO O-TAXS-AMOUNT
           MOVE WS-TAX-MATCH-FLAG TO O-TAXS-TAXABLE
           MOVE WS-WITHHELD    TO O-TAXS-WITHHELD
           WRITE O-TAXS-REC
           ADD 1 TO WS-LINE-COUNT
           ADD WS-AMOUNT TO WS-PAYEE-TOTAL
           ADD WS-AMOUNT TO WS-GRAND-TOTAL
           ADD WS-WITHHELD TO WS-PAYEE-WH-TOTAL
           ADD WS-WITHHELD TO WS-GRAND-WH-TOTAL.
       2100-WRITE-ONE-AGGREGATE-END. EXIT.

       2200-LOOKUP-TAXABILITY.
           MOVE 'TOT '          TO O-TAXS-LINE-TYPE
           MOVE WS-PREV-PAYEE   TO O-TAXS-PAYEE
           MOVE WS-PAYEE-TOTAL  TO O-TAXS-AMOUNT
           MOVE WS-PAYEE-WH-TOTAL TO O-TAXS-WITHHELD
           WRITE O-TAXS-REC.
       2400-WRITE-PAYEE-TOTAL-END. EXIT.

           MOVE 'TR'           TO O-TAXR-REC-TYPE
           MOVE WS-TAX-YEAR-D  TO O-TAXR-YEAR
           MOVE WS-GRAND-TOTAL TO O-TAXR-AMOUNT
           MOVE WS-GRAND-WH-TOTAL TO O-TAXR-WITHHELD
           WRITE O-TAXR-REC
           DISPLAY 'GRAND TOTAL REPORTED: ' WS-GRAND-TOTAL
           DISPLAY 'TAX WITHHELD REPORTED: ' WS-GRAND-WH-TOTAL.
       3000-WRITE-TRAILER-END. EXIT.

       9000-TERM.
