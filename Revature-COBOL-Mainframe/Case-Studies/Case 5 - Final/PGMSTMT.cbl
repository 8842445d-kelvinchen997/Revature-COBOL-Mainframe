       PROGRAM-ID. PGMSTMT.
      *   PROGRAM NAME: ANNUAL STATEMENT OF ACCOUNT
      *   INPUT: JCL PARM 'YYYY' (DEFAULT: CURRENT YEAR),
      *       TB_POLICY_DETAILS, TB_PREMIUM_PAYMENTS, TB_CLAIMS,
      *       TB_PREMIUM_DEPOSITS
      *   OUTPUT: ARI011.KELVIN.TRNING.FINAL.PS(ANNSTMT) AS: OUTSTMT
      *   DESCRIPTION: ONE STATEMENT SECTION PER CUST_ID, THE WAY
      *       PGMCOMM CONTROL-BREAKS ON AGENT: EVERY POLICY WITH THE
      *       YEAR'S PAYMENTS OUT OF TB_PREMIUM_PAYMENTS, EVERY CLAIM
      *       FILED THAT YEAR WITH ITS STATUS, AND THE CLOSING
      *       POSITION (POLICY STATUS, ANY OUTSTANDING BALANCE AND
      *       ANY ADVANCE PREMIUM STILL HELD ON DEPOSIT),
      *       WITH CUSTOMER-LEVEL TOTALS - SO "WHAT DID I PAY YOU LAST
      *       YEAR" STOPS BEING A SPUFI EXERCISE.
      *   MOD LOG:
      *                    SO SEVERAL INSTANCES CAN RUN DISJOINT
      *                    SLICES IN PARALLEL - PGMMRG PROVES THE
      *                    SLICES ADD UP BEFORE RELEASE
      *    2026-10-15 KC - POL LINE CARRIES THE ADVANCE PREMIUM
      *                    DEPOSIT BALANCE HELD AT YEAR END
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 O-STMT-PAID-AMT     PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-STMT-OUTSTANDING  PIC 9(07).
           05 FILLER              PIC X(01).
           05 O-STMT-DEPOSIT-BAL  PIC 9(07).
           05 FILLER              PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-FS-STMT            PIC 9(02).
           05 WS-WORK-VARS.
               10 WS-PAID-CNT       PIC S9(09) USAGE COMP.
               10 WS-PAID-AMT       PIC S9(9)V USAGE COMP-3.
               10 WS-DEP-BAL        PIC S9(9)V USAGE COMP-3.
           05 WS-CONTROL-BREAK.
               10 WS-PREV-CUST      PIC X(10) VALUE SPACES.
               10 WS-CUST-PAID-CNT  PIC 9(05) VALUE ZEROES.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRMDEP
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           END-EXEC
           MOVE '2100-WRITE-POLICY-SECTION' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
      * ADVANCE PREMIUM STILL ON DEPOSIT AS AT THE YEAR END
           MOVE HV-POL-POL-ID TO HV-PDP-POL-ID
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DEP-BAL
               FROM TB_PREMIUM_DEPOSITS
               WHERE POL_ID = :HV-PDP-POL-ID
                 AND YEAR(TXN_DATE) <= :WS-STMT-YEAR
           END-EXEC
           MOVE '2100-WRITE-POLICY-SECTION' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE SPACES TO O-STMT-REC
           MOVE 'POL ' TO O-STMT-LINE-TYPE
           MOVE HV-POL-CUST-ID        TO O-STMT-CUST-ID
           MOVE WS-PAID-CNT           TO O-STMT-PAID-CNT
           MOVE WS-PAID-AMT           TO O-STMT-PAID-AMT
           MOVE HV-POL-OUTSTANDING-AMNT TO O-STMT-OUTSTANDING
           MOVE WS-DEP-BAL            TO O-STMT-DEPOSIT-BAL
           WRITE O-STMT-REC
           ADD WS-PAID-CNT TO WS-CUST-PAID-CNT
           ADD WS-PAID-AMT TO WS-CUST-PAID-AMT
