       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCDC.
      *   PROGRAM NAME: NIGHTLY CHANGE-DATA EXTRACT FOR THE WAREHOUSE
      *   INPUT: JCL PARM 'YYYY-MM-DD' (OPTIONAL - RE-EXTRACT FROM
      *       THAT DATE), TB_BATCH_RUN_CONTROL, TB_POLICY_DETAILS,
      *       TB_POLICY_DETAILS_HIST, TB_POLICY_HOLDER_DETAILS,
      *       TB_PREMIUM_PAYMENTS, TB_CLAIMS, TB_DISBURSEMENTS,
      *       TB_POLICY_LOANS, TOUR_REV_REC, SEASON_DISCOUNT,
      *       TOUR_BOOKING_PAYMENTS
      *   OUTPUT: CHANGE-DATA EXTRACT AS: OUTCDC, SYSOUT
      *   DESCRIPTION: THE ANALYTICS TEAM COPIED WHOLE TABLES EVERY
      *       WEEKEND, SO THE WAREHOUSE RAN UP TO A WEEK STALE AND THE
      *       COPIES LOADED DB2 FOR HOURS. THIS JOB WRITES ONLY THE
      *       ROWS THAT CHANGED SINCE ITS LAST GOOD RUN, EACH MARKED
      *       'I' (NEW), 'U' (CHANGED) OR 'D' (GONE), BETWEEN AN 'HD'
      *       HEADER CARRYING THE EXTRACTION WINDOW AND A 'TR' TRAILER
      *       WITH THE RECORD COUNT PER TABLE.
      *       THE WINDOW LIVES IN TB_BATCH_RUN_CONTROL: IT RUNS FROM
      *       THE START OF THE LAST ENDED-OK PGMCDC RUN TO THE START
      *       OF THIS ONE, SO A MISSED OR FAILED NIGHT IS CAUGHT UP BY
      *       THE NEXT GOOD RUN WITHOUT ANY OPERATOR ACTION. THE FIRST
      *       RUN (NO ROW YET) TAKES FROM MIDNIGHT YESTERDAY; A PARM
      *       DATE OVERRIDES THE START FOR A RE-EXTRACT.
      *       TB_POLICY_DETAILS AND TB_POLICY_HOLDER_DETAILS ARE TAKEN
      *       ON LAST_UPD_TS WITHIN THE WINDOW. PAYMENTS, CLAIMS,
      *       DISBURSEMENTS, LOANS AND THE TOUR TABLES CARRY ONLY
      *       POSTING DATES, SO THEY ARE TAKEN ON THE DATES FROM THE
      *       WINDOW'S FIRST DAY UP TO THE DAY BEFORE THIS RUN - A
      *       DATE CANNOT SAY WHETHER TODAY'S POSTING CAME BEFORE OR
      *       AFTER THE EXTRACT, SO TODAY'S ROWS GO OUT TOMORROW
      *       NIGHT, NEVER TWICE AND NEVER MISSED.
      *       A ROW IS 'I' WHEN IT WAS CREATED IN THE WINDOW (POLICY
      *       OR HOLDER: POLICY START DATE; OTHERS: THE CREATING
      *       POSTING DATE) AND 'U' OTHERWISE; THE WAREHOUSE APPLIES
      *       BOTH AS AN UPSERT ON THE KEY. 'D' IS A POLICY PGMARCH
      *       MOVED TO TB_POLICY_DETAILS_HIST, OR A TOUR BOOKING WHOSE
      *       DEFERRAL RR013A11 RELEASED BECAUSE CN013A11 CANCELLED
      *       IT. SSN, ADDRESS AND EMAIL STAY OUT OF THE EXTRACT.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-CDC-PS ASSIGN TO OUTCDC
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-CDC.
       DATA DIVISION.
       FILE SECTION.
      * 200-BYTE RECORDS: ONE 'HD', A 'DT' PER CHANGED ROW IN TABLE
      * ORDER, ONE 'TR'. O-CDC-DATA IS LAID OUT PER TABLE AS THE
      * WS-PL* GROUPS BELOW.
       FD O-CDC-PS.
       01 O-CDC-HDR.
           05 O-CDC-HDR-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-JOB       PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-RUN-DATE  PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-FROM-TS   PIC X(26).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-TO-TS     PIC X(26).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-FROM-DATE PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-LAST-DATE PIC X(10).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-DAYS      PIC 9(03).
           05 FILLER              PIC X(01).
           05 O-CDC-HDR-SOURCE    PIC X(08).
           05 FILLER              PIC X(89).
       01 O-CDC-REC.
           05 O-CDC-REC-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CDC-TABLE         PIC X(08).
           05 FILLER              PIC X(01).
           05 O-CDC-IND           PIC X(01).
           05 FILLER              PIC X(01).
           05 O-CDC-KEY           PIC X(16).
           05 FILLER              PIC X(01).
           05 O-CDC-CHG-TS        PIC X(26).
           05 FILLER              PIC X(01).
           05 O-CDC-DATA          PIC X(142).
       01 O-CDC-TRL.
           05 O-CDC-TRL-TYPE      PIC X(02).
           05 FILLER              PIC X(01).
           05 O-CDC-TRL-TOTAL     PIC 9(09).
           05 FILLER              PIC X(01).
           05 O-CDC-TRL-TABLE OCCURS 8 TIMES.
               10 O-CDC-TRL-NAME  PIC X(08).
               10 FILLER          PIC X(01).
               10 O-CDC-TRL-COUNT PIC 9(09).
               10 FILLER          PIC X(01).
           05 FILLER              PIC X(35).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-CDC         PIC 9(02).
                   88 FS-CDC-SUCC   VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * THE EXTRACTION WINDOW - TIMESTAMPS FROM/TO (TO EXCLUSIVE) FOR
      * THE LAST_UPD_TS TABLES, FIRST/LAST DAY (BOTH INCLUSIVE) FOR
      * THE POSTING-DATE TABLES
           05 WS-WINDOW.
               10 WS-WIN-FROM-TS    PIC X(26).
               10 WS-WIN-TO-TS      PIC X(26).
               10 WS-WIN-FROM-DATE  PIC X(10).
               10 WS-WIN-TO-DATE    PIC X(10).
               10 WS-WIN-LAST-DATE  PIC X(10).
               10 WS-WIN-DAYS       PIC S9(09) USAGE COMP.
               10 WS-WIN-DAYS-D     PIC 9(03).
               10 WS-WIN-SOURCE     PIC X(08).
           05 WS-RUN-DATE           PIC X(10).
           05 WS-PARM-DATE          PIC X(10).
           05 WS-PARM-DATE-R REDEFINES WS-PARM-DATE.
               10 WS-PARM-YYYY      PIC 9(04).
               10 WS-PARM-SEP1      PIC X(01).
               10 WS-PARM-MM        PIC 9(02).
               10 WS-PARM-SEP2      PIC X(01).
               10 WS-PARM-DD        PIC 9(02).
      * ONE DETAIL RECORD ON ITS WAY TO THE FILE
           05 WS-CDC-DETAIL.
               10 WS-CDC-IND        PIC X(01).
               10 WS-CDC-KEY.
                   15 WS-CDC-KEY-1  PIC X(12).
                   15 FILLER        PIC X(01).
                   15 WS-CDC-KEY-2  PIC X(03).
               10 WS-CDC-CHG-TS     PIC X(26).
               10 WS-CDC-DATA       PIC X(142).
           05 WS-TX                 PIC S9(04) COMP.
           05 WS-DETAIL-COUNT       PIC 9(09) VALUE ZEROES.
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-RUN-DUP-COUNT      PIC S9(09) USAGE COMP.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
      ******************************************************************
      * WS-CNT-TABLE: THE TABLE CODE ON EACH 'DT' RECORD, IN THE ORDER *
      * THE TABLES ARE EXTRACTED, WITH THE RUN'S COUNTS PER INDICATOR. *
      * THE TRAILER CARRIES THE TOTAL PER TABLE.                       *
      ******************************************************************
       01 WS-CNT-TABLE-DATA.
           05 FILLER PIC X(08) VALUE 'POLICY'.
           05 FILLER PIC X(08) VALUE 'HOLDER'.
           05 FILLER PIC X(08) VALUE 'PREMPAY'.
           05 FILLER PIC X(08) VALUE 'CLAIM'.
           05 FILLER PIC X(08) VALUE 'DISB'.
           05 FILLER PIC X(08) VALUE 'LOAN'.
           05 FILLER PIC X(08) VALUE 'TOURBKG'.
           05 FILLER PIC X(08) VALUE 'TOURPAY'.
       01 WS-CNT-NAMES REDEFINES WS-CNT-TABLE-DATA.
           05 WS-CNT-NAME PIC X(08) OCCURS 8 TIMES.
       01 WS-CNT-TABLE.
           05 WS-CNT-ENTRY OCCURS 8 TIMES.
               10 WS-CNT-INS        PIC 9(07).
               10 WS-CNT-UPD        PIC 9(07).
               10 WS-CNT-DEL        PIC 9(07).
               10 WS-CNT-ALL        PIC 9(09).
      ******************************************************************
      * O-CDC-DATA LAYOUTS, ONE PER TABLE                              *
      ******************************************************************
      * POLICY (LIVE 'I'/'U' AND ARCHIVED 'D') - KEY POL_ID
       01 WS-PLP.
           05 WS-PLP-CUST-ID        PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-AGENT-ID       PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-POL-TYPE       PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLP-STATUS         PIC X(09).
           05 FILLER                PIC X(01).
           05 WS-PLP-CURRENCY       PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLP-PREMIUM        PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLP-OUTSTANDING    PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLP-PAID-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-PREM-PAY-DATE  PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-STRT-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-MAT-DATE       PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLP-PAY-FREQ       PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-PLP-UPD-USER       PIC X(10).
      * HOLDER - KEY POL_ID
       01 WS-PLH.
           05 WS-PLH-CUST-ID        PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLH-AGENT-ID       PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLH-NAME           PIC X(20).
           05 FILLER                PIC X(01).
           05 WS-PLH-PHONE          PIC X(12).
           05 FILLER                PIC X(01).
           05 WS-PLH-DOB            PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLH-POL-TYPE       PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLH-TENURE         PIC X(02).
           05 FILLER                PIC X(01).
           05 WS-PLH-SUM-ASSURED    PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLH-CURRENCY       PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLH-INDEX-OPTOUT   PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-PLH-SMOKER-CLASS   PIC X(01).
      * PREMIUM PAYMENT - KEY POL_ID
       01 WS-PLY.
           05 WS-PLY-PAID-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLY-AMOUNT         PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLY-PAID-BY        PIC X(10).
      * CLAIM - KEY CLAIM_ID
       01 WS-PLC.
           05 WS-PLC-POL-ID         PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-CUST-ID        PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-CLAIM-DATE     PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-REASON         PIC X(20).
           05 FILLER                PIC X(01).
           05 WS-PLC-AMOUNT         PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLC-STATUS         PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-PLC-DECIDED-DATE   PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-RIDER-TYPE     PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLC-APPEAL-DATE    PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-APPEAL-DEC-DT  PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLC-APPROVED-AMT   PIC S9(07) SIGN LEADING SEPARATE.
      * DISBURSEMENT - KEY DISB_ID
       01 WS-PLD.
           05 WS-PLD-SOURCE-TYPE    PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLD-REF-ID         PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLD-POL-ID         PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLD-AMOUNT         PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLD-CURRENCY       PIC X(03).
           05 FILLER                PIC X(01).
           05 WS-PLD-ISSUE-DATE     PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLD-STATUS         PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-PLD-STATUS-DATE    PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLD-GROSS-AMT      PIC S9(07) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLD-WITHHELD-AMT   PIC S9(07) SIGN LEADING SEPARATE.
      * POLICY LOAN - KEY LOAN_ID
       01 WS-PLL.
           05 WS-PLL-POL-ID         PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLL-CUST-ID        PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLL-PRINCIPAL      PIC S9(07)V9(02)
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLL-ACCRUED-INT    PIC S9(07)V9(02)
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLL-STATUS         PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-PLL-LOAN-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLL-LAST-ACCR-DT   PIC X(10).
      * TOUR BOOKING (REVENUE LEDGER ROW) - KEY BOOKING_REF
       01 WS-PLB.
           05 WS-PLB-AMOUNT         PIC S9(09) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLB-BOOK-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLB-TOUR-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLB-REV-STATUS     PIC X(08).
           05 FILLER                PIC X(01).
           05 WS-PLB-STATUS-DATE    PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLB-TOUR-PLACE     PIC X(15).
           05 FILLER                PIC X(01).
           05 WS-PLB-CUSTOMER-ID    PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLB-CURRENCY       PIC X(03).
      * TOUR BOOKING PAYMENT - KEY BOOKING_REF + PAY_TYPE
       01 WS-PLT.
           05 WS-PLT-AMOUNT-DUE     PIC S9(09) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLT-DUE-DATE       PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLT-AMOUNT-PAID    PIC S9(09) SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 WS-PLT-PAID-DATE      PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-PLT-PAY-STATUS     PIC X(08).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLLON
           END-EXEC.
           EXEC SQL
               INCLUDE DC103A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC073A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
           EXEC SQL
               INCLUDE TBRUNCTL
           END-EXEC.
      * LIVE POLICIES TOUCHED IN THE WINDOW
           EXEC SQL
               DECLARE CURSOR_CDCPOL CURSOR FOR
                 SELECT
                    POL_ID
                   ,CASE WHEN POL_STRT_DATE >= :WS-WIN-FROM-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(LAST_UPD_TS)
                   ,COALESCE(CUST_ID, ' ')
                   ,COALESCE(AGENT_ID, ' ')
                   ,COALESCE(POL_TYPE, ' ')
                   ,COALESCE(POLICY_STATUS, ' ')
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(PREMIUM_AMNT, 0)
                   ,COALESCE(OUTSTANDING_AMNT, 0)
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,COALESCE(CHAR(PREM_PAY_DATE, ISO), ' ')
                   ,COALESCE(CHAR(POL_STRT_DATE, ISO), ' ')
                   ,COALESCE(CHAR(MATURITY_DATE, ISO), ' ')
                   ,COALESCE(PAY_FREQ, ' ')
                   ,COALESCE(LAST_UPD_USER, ' ')
                 FROM TB_POLICY_DETAILS
                 WHERE LAST_UPD_TS >= :WS-WIN-FROM-TS
                   AND LAST_UPD_TS <  :WS-WIN-TO-TS
                 ORDER BY POL_ID
           END-EXEC.
      * POLICIES PGMARCH ARCHIVED IN THE WINDOW - GONE FROM THE LIVE
      * TABLE, SENT AS DELETES WITH THE ROW AS IT WAS ARCHIVED
           EXEC SQL
               DECLARE CURSOR_CDCARC CURSOR FOR
                 SELECT
                    POL_ID
                   ,CHAR(ARCHIVE_DATE, ISO)
                   ,COALESCE(CUST_ID, ' ')
                   ,COALESCE(AGENT_ID, ' ')
                   ,COALESCE(POL_TYPE, ' ')
                   ,COALESCE(POLICY_STATUS, ' ')
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(PREMIUM_AMNT, 0)
                   ,COALESCE(OUTSTANDING_AMNT, 0)
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,COALESCE(CHAR(PREM_PAY_DATE, ISO), ' ')
                   ,COALESCE(CHAR(POL_STRT_DATE, ISO), ' ')
                   ,COALESCE(CHAR(MATURITY_DATE, ISO), ' ')
                   ,COALESCE(PAY_FREQ, ' ')
                   ,COALESCE(LAST_UPD_USER, ' ')
                 FROM TB_POLICY_DETAILS_HIST
                 WHERE ARCHIVE_DATE BETWEEN :WS-WIN-FROM-DATE
                                        AND :WS-WIN-LAST-DATE
                 ORDER BY POL_ID
           END-EXEC.
      * HOLDER ROWS TOUCHED IN THE WINDOW. A ROW NOT WRITTEN SINCE
      * LAST_UPD_TS WAS ADDED HAS NONE AND IS ONLY SENT ONCE TOUCHED
           EXEC SQL
               DECLARE CURSOR_CDCHOL CURSOR FOR
                 SELECT
                    H.POL_ID
                   ,CASE WHEN P.POL_STRT_DATE >= :WS-WIN-FROM-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(H.LAST_UPD_TS)
                   ,COALESCE(H.CUST_ID, ' ')
                   ,COALESCE(H.AGENT_ID, ' ')
                   ,COALESCE(H.NAME, ' ')
                   ,COALESCE(H.PHONE, ' ')
                   ,COALESCE(CHAR(H.DOB, ISO), ' ')
                   ,COALESCE(H.POL_TYPE, ' ')
                   ,COALESCE(H.TENURE_YEARS, ' ')
                   ,COALESCE(H.SUM_ASSURED, 0)
                   ,COALESCE(H.CURRENCY_CODE, ' ')
                   ,COALESCE(H.INDEX_OPTOUT, ' ')
                   ,COALESCE(H.SMOKER_CLASS, ' ')
                 FROM
                   TB_POLICY_HOLDER_DETAILS H
                   LEFT JOIN
                   TB_POLICY_DETAILS P
                   ON P.POL_ID = H.POL_ID
                 WHERE H.LAST_UPD_TS >= :WS-WIN-FROM-TS
                   AND H.LAST_UPD_TS <  :WS-WIN-TO-TS
                 ORDER BY H.POL_ID
           END-EXEC.
      * PREMIUM PAYMENTS ARE ONLY EVER INSERTED
           EXEC SQL
               DECLARE CURSOR_CDCPAY CURSOR FOR
                 SELECT
                    POL_ID
                   ,CHAR(PAID_DATE, ISO)
                   ,COALESCE(AMOUNT_PAID, 0)
                   ,COALESCE(PAID_BY, ' ')
                 FROM TB_PREMIUM_PAYMENTS
                 WHERE PAID_DATE BETWEEN :WS-WIN-FROM-DATE
                                     AND :WS-WIN-LAST-DATE
                 ORDER BY POL_ID, PAID_DATE
           END-EXEC.
      * CLAIMS FILED, DECIDED, APPEALED OR DECIDED ON APPEAL IN THE
      * WINDOW; THE CHANGE DATE IS THE LATEST OF THOSE IN THE WINDOW
           EXEC SQL
               DECLARE CURSOR_CDCCLM CURSOR FOR
                 SELECT
                    CLAIM_ID
                   ,CASE WHEN CLAIM_DATE BETWEEN :WS-WIN-FROM-DATE
                                             AND :WS-WIN-LAST-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(CASE
                    WHEN APPEAL_DECIDED_DATE
                         BETWEEN :WS-WIN-FROM-DATE
                             AND :WS-WIN-LAST-DATE
                    THEN APPEAL_DECIDED_DATE
                    WHEN APPEAL_DATE BETWEEN :WS-WIN-FROM-DATE
                                         AND :WS-WIN-LAST-DATE
                    THEN APPEAL_DATE
                    WHEN DECIDED_DATE BETWEEN :WS-WIN-FROM-DATE
                                          AND :WS-WIN-LAST-DATE
                    THEN DECIDED_DATE
                    ELSE CLAIM_DATE END, ISO)
                   ,COALESCE(POL_ID, ' ')
                   ,COALESCE(CUST_ID, ' ')
                   ,COALESCE(CHAR(CLAIM_DATE, ISO), ' ')
                   ,COALESCE(CLAIM_REASON, ' ')
                   ,COALESCE(CLAIM_AMOUNT, 0)
                   ,COALESCE(CLAIM_STATUS, ' ')
                   ,COALESCE(CHAR(DECIDED_DATE, ISO), ' ')
                   ,COALESCE(RIDER_TYPE, ' ')
                   ,COALESCE(CHAR(APPEAL_DATE, ISO), ' ')
                   ,COALESCE(CHAR(APPEAL_DECIDED_DATE, ISO), ' ')
                   ,COALESCE(APPROVED_AMOUNT, 0)
                 FROM TB_CLAIMS
                 WHERE CLAIM_DATE BETWEEN :WS-WIN-FROM-DATE
                                      AND :WS-WIN-LAST-DATE
                    OR DECIDED_DATE BETWEEN :WS-WIN-FROM-DATE
                                        AND :WS-WIN-LAST-DATE
                    OR APPEAL_DATE BETWEEN :WS-WIN-FROM-DATE
                                       AND :WS-WIN-LAST-DATE
                    OR APPEAL_DECIDED_DATE
                       BETWEEN :WS-WIN-FROM-DATE
                           AND :WS-WIN-LAST-DATE
                 ORDER BY CLAIM_ID
           END-EXEC.
      * DISBURSEMENTS RAISED (ISSUE_DATE) OR MOVED ON (STATUS_DATE)
           EXEC SQL
               DECLARE CURSOR_CDCDSB CURSOR FOR
                 SELECT
                    DISB_ID
                   ,CASE WHEN ISSUE_DATE BETWEEN :WS-WIN-FROM-DATE
                                             AND :WS-WIN-LAST-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(CASE
                    WHEN STATUS_DATE BETWEEN :WS-WIN-FROM-DATE
                                         AND :WS-WIN-LAST-DATE
                    THEN STATUS_DATE
                    ELSE ISSUE_DATE END, ISO)
                   ,SOURCE_TYPE
                   ,REF_ID
                   ,COALESCE(POL_ID, ' ')
                   ,COALESCE(AMOUNT, 0)
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(CHAR(ISSUE_DATE, ISO), ' ')
                   ,COALESCE(DISB_STATUS, ' ')
                   ,COALESCE(CHAR(STATUS_DATE, ISO), ' ')
                   ,COALESCE(GROSS_AMOUNT, 0)
                   ,COALESCE(WITHHELD_AMT, 0)
                 FROM TB_DISBURSEMENTS
                 WHERE ISSUE_DATE BETWEEN :WS-WIN-FROM-DATE
                                      AND :WS-WIN-LAST-DATE
                    OR STATUS_DATE BETWEEN :WS-WIN-FROM-DATE
                                       AND :WS-WIN-LAST-DATE
                 ORDER BY DISB_ID
           END-EXEC.
      * LOANS TAKEN (LOAN_DATE) OR MOVED ON (LAST_ACCRUAL_DATE - THE
      * NIGHTLY ACCRUAL, AND THE CLOSING DATE OF A REPAID OR SET-OFF
      * LOAN)
           EXEC SQL
               DECLARE CURSOR_CDCLON CURSOR FOR
                 SELECT
                    LOAN_ID
                   ,CASE WHEN LOAN_DATE BETWEEN :WS-WIN-FROM-DATE
                                            AND :WS-WIN-LAST-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(CASE
                    WHEN LAST_ACCRUAL_DATE
                         BETWEEN :WS-WIN-FROM-DATE
                             AND :WS-WIN-LAST-DATE
                    THEN LAST_ACCRUAL_DATE
                    ELSE LOAN_DATE END, ISO)
                   ,POL_ID
                   ,COALESCE(CUST_ID, ' ')
                   ,COALESCE(PRINCIPAL, 0)
                   ,COALESCE(ACCRUED_INT, 0)
                   ,COALESCE(LOAN_STATUS, ' ')
                   ,COALESCE(CHAR(LOAN_DATE, ISO), ' ')
                   ,COALESCE(CHAR(LAST_ACCRUAL_DATE, ISO), ' ')
                 FROM TB_POLICY_LOANS
                 WHERE LOAN_DATE BETWEEN :WS-WIN-FROM-DATE
                                     AND :WS-WIN-LAST-DATE
                    OR LAST_ACCRUAL_DATE
                       BETWEEN :WS-WIN-FROM-DATE
                           AND :WS-WIN-LAST-DATE
                 ORDER BY LOAN_ID
           END-EXEC.
      * TOUR BOOKINGS BY THEIR TOUR_REV_REC LEDGER ROW: BOOKED
      * (BOOK_DATE), RECOGNIZED, OR RELEASED BY A CANCELLATION, WHICH
      * IS SENT AS A DELETE. THE LIVE SEASON_DISCOUNT ROW SUPPLIES THE
      * PLACE AND CUSTOMER (A CANCELLED BOOKING NO LONGER HAS ONE)
           EXEC SQL
               DECLARE CURSOR_CDCBKG CURSOR FOR
                 SELECT
                    R.BOOKING_REF
                   ,CASE WHEN R.REV_STATUS = 'RELEASED'
                          AND R.STATUS_DATE
                              BETWEEN :WS-WIN-FROM-DATE
                                  AND :WS-WIN-LAST-DATE
                         THEN 'D'
                         WHEN R.BOOK_DATE
                              BETWEEN :WS-WIN-FROM-DATE
                                  AND :WS-WIN-LAST-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(CASE
                    WHEN R.STATUS_DATE BETWEEN :WS-WIN-FROM-DATE
                                           AND :WS-WIN-LAST-DATE
                    THEN R.STATUS_DATE
                    ELSE R.BOOK_DATE END, ISO)
                   ,R.AMOUNT
                   ,CHAR(R.BOOK_DATE, ISO)
                   ,CHAR(R.TOUR_DATE, ISO)
                   ,R.REV_STATUS
                   ,COALESCE(CHAR(R.STATUS_DATE, ISO), ' ')
                   ,COALESCE(S.TOUR_PLACE, ' ')
                   ,COALESCE(S.CUSTOMER_ID, ' ')
                   ,COALESCE(S.CURRENCY_CODE, ' ')
                 FROM
                   TOUR_REV_REC R
                   LEFT JOIN
                   SEASON_DISCOUNT S
                   ON S.BOOKING_REF = R.BOOKING_REF
                 WHERE R.BOOK_DATE BETWEEN :WS-WIN-FROM-DATE
                                       AND :WS-WIN-LAST-DATE
                    OR R.STATUS_DATE BETWEEN :WS-WIN-FROM-DATE
                                         AND :WS-WIN-LAST-DATE
                 ORDER BY R.BOOKING_REF
           END-EXEC.
      * TOUR BOOKING PAYMENTS: NEW WITH THEIR BOOKING, CHANGED WHEN A
      * PAYMENT POSTS (PAID_DATE), OR WHEN THE BOOKING IS RELEASED -
      * PY013A11'S CUTOFF CANCELS THE OPEN ROWS WITHOUT A DATE OF THEIR
      * OWN, SO THE RELEASE DATE STANDS IN FOR IT
           EXEC SQL
               DECLARE CURSOR_CDCTPY CURSOR FOR
                 SELECT
                    P.BOOKING_REF
                   ,P.PAY_TYPE
                   ,CASE WHEN R.BOOK_DATE
                              BETWEEN :WS-WIN-FROM-DATE
                                  AND :WS-WIN-LAST-DATE
                         THEN 'I' ELSE 'U' END
                   ,CHAR(CASE
                    WHEN P.PAID_DATE BETWEEN :WS-WIN-FROM-DATE
                                         AND :WS-WIN-LAST-DATE
                    THEN P.PAID_DATE
                    WHEN R.BOOK_DATE BETWEEN :WS-WIN-FROM-DATE
                                         AND :WS-WIN-LAST-DATE
                    THEN R.BOOK_DATE
                    ELSE R.STATUS_DATE END, ISO)
                   ,P.AMOUNT_DUE
                   ,CHAR(P.DUE_DATE, ISO)
                   ,P.AMOUNT_PAID
                   ,COALESCE(CHAR(P.PAID_DATE, ISO), ' ')
                   ,P.PAY_STATUS
                 FROM
                   TOUR_BOOKING_PAYMENTS P
                   LEFT JOIN
                   TOUR_REV_REC R
                   ON R.BOOKING_REF = P.BOOKING_REF
                 WHERE R.BOOK_DATE BETWEEN :WS-WIN-FROM-DATE
                                       AND :WS-WIN-LAST-DATE
                    OR P.PAID_DATE BETWEEN :WS-WIN-FROM-DATE
                                       AND :WS-WIN-LAST-DATE
                    OR (R.REV_STATUS = 'RELEASED'
                        AND R.STATUS_DATE
                            BETWEEN :WS-WIN-FROM-DATE
                                AND :WS-WIN-LAST-DATE)
                 ORDER BY P.BOOKING_REF, P.PAY_TYPE
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-FROM   PIC X(10).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMCDC - CHANGE-DATA EXTRACT STARTING'
           PERFORM 1000-INIT
           PERFORM HRUN-OPEN-RUN
           PERFORM 1100-SET-WINDOW
           PERFORM 1200-WRITE-HEADER
           PERFORM 2000-EXTRACT-POLICIES
           PERFORM 2100-EXTRACT-ARCHIVED
           PERFORM 2200-EXTRACT-HOLDERS
           PERFORM 3000-EXTRACT-PREM-PAYMENTS
           PERFORM 3100-EXTRACT-CLAIMS
           PERFORM 3200-EXTRACT-DISBURSEMENTS
           PERFORM 3300-EXTRACT-LOANS
           PERFORM 4000-EXTRACT-TOUR-BOOKINGS
           PERFORM 4100-EXTRACT-TOUR-PAYMENTS
           PERFORM 5000-WRITE-TRAILER
           PERFORM 9050-CONTROL-TOTALS-REPORT
           PERFORM HRUN-CLOSE-RUN
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           IF LK-PARM-LEN > 0
               MOVE LK-PARM-FROM TO WS-PARM-DATE
               IF (WS-PARM-YYYY IS NOT NUMERIC)
                   OR (WS-PARM-MM IS NOT NUMERIC)
                   OR (WS-PARM-DD IS NOT NUMERIC)
                   OR (WS-PARM-SEP1 NOT = '-')
                   OR (WS-PARM-SEP2 NOT = '-')
                   DISPLAY 'PGMCDC - BAD PARM, EXPECTED YYYY-MM-DD: '
                       LK-PARM-FROM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-TERM
               END-IF
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
               MOVE ZEROES TO WS-CNT-INS(WS-TX)
               MOVE ZEROES TO WS-CNT-UPD(WS-TX)
               MOVE ZEROES TO WS-CNT-DEL(WS-TX)
               MOVE ZEROES TO WS-CNT-ALL(WS-TX)
           END-PERFORM
           OPEN OUTPUT O-CDC-PS
           IF FS-CDC-SUCC
               DISPLAY 'OPENED CHANGE-DATA EXTRACT'
           ELSE
               DISPLAY 'ERROR OPENING OUTCDC. EC: ' WS-FS-CDC
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 1100-SET-WINDOW: THE WINDOW ENDS WHERE THIS RUN REGISTERED ON  *
      * TB_BATCH_RUN_CONTROL AND STARTS WHERE THE LAST ENDED-OK RUN    *
      * REGISTERED, SO THE NEXT GOOD RUN PICKS UP EXACTLY HERE. A      *
      * FAILED RUN NEVER ENDS OK, SO ITS WINDOW IS SIMPLY TAKEN AGAIN. *
      ******************************************************************
       1100-SET-WINDOW.
           EXEC SQL
               SELECT CHAR(TIMESTAMP(BUSINESS_DATE, START_TIME))
                     ,CHAR(BUSINESS_DATE, ISO)
               INTO :WS-WIN-TO-TS
                   ,:WS-RUN-DATE
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMCDC'
                 AND BUSINESS_DATE = CURRENT DATE
           END-EXEC
           MOVE '1100-SET-WINDOW' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF LK-PARM-LEN > 0
               MOVE SPACES TO WS-WIN-FROM-TS
               STRING WS-PARM-DATE       DELIMITED BY SIZE
                      '-00.00.00.000000' DELIMITED BY SIZE
                      INTO WS-WIN-FROM-TS
               END-STRING
               MOVE 'PARM'    TO WS-WIN-SOURCE
           ELSE
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(
                              TIMESTAMP(BUSINESS_DATE, START_TIME))),
                              ' ')
                   INTO :WS-WIN-FROM-TS
                   FROM TB_BATCH_RUN_CONTROL
                   WHERE JOB_NAME = 'PGMCDC'
                     AND RUN_STATUS = 'ENDED-OK'
                     AND BUSINESS_DATE < CURRENT DATE
               END-EXEC
               MOVE '1100-SET-WINDOW' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE 'LASTRUN' TO WS-WIN-SOURCE
      * FIRST RUN - NOTHING TO CHAIN FROM, TAKE YESTERDAY
               IF WS-WIN-FROM-TS = SPACES
                   EXEC SQL
                       SELECT CHAR(TIMESTAMP(CURRENT DATE - 1 DAY,
                                             '00.00.00'))
                       INTO :WS-WIN-FROM-TS
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   MOVE '1100-SET-WINDOW' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE 'DEFAULT' TO WS-WIN-SOURCE
               END-IF
           END-IF
           IF WS-WIN-FROM-TS NOT < WS-WIN-TO-TS
               DISPLAY 'PGMCDC - EMPTY EXTRACTION WINDOW FROM '
                   WS-WIN-FROM-TS
               DISPLAY '   TO ' WS-WIN-TO-TS
                   ' - A PARM DATE MUST BE BEFORE TODAY'
               MOVE 8 TO RETURN-CODE
               PERFORM HRUN-MARK-FAILED
               EXEC SQL COMMIT END-EXEC
               PERFORM 9000-TERM
           END-IF
           MOVE WS-WIN-FROM-TS(1:10) TO WS-WIN-FROM-DATE
           MOVE WS-WIN-TO-TS(1:10)   TO WS-WIN-TO-DATE
           EXEC SQL
               SELECT CHAR(DATE(:WS-WIN-TO-DATE) - 1 DAY, ISO)
                     ,DAYS(:WS-WIN-TO-DATE) - DAYS(:WS-WIN-FROM-DATE)
               INTO :WS-WIN-LAST-DATE
                   ,:WS-WIN-DAYS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '1100-SET-WINDOW' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE WS-WIN-DAYS TO WS-WIN-DAYS-D
           DISPLAY 'WINDOW (' WS-WIN-SOURCE ') FROM ' WS-WIN-FROM-TS
           DISPLAY '   TO ' WS-WIN-TO-TS
           DISPLAY 'POSTING DATES ' WS-WIN-FROM-DATE
               ' THROUGH ' WS-WIN-LAST-DATE
           IF WS-WIN-DAYS > 1
               DISPLAY 'WINDOW SPANS ' WS-WIN-DAYS-D
                   ' DAYS - CATCHING UP MISSED RUNS'
           END-IF.
       1100-SET-WINDOW-END. EXIT.

       1200-WRITE-HEADER.
           MOVE SPACES           TO O-CDC-HDR
           MOVE 'HD'             TO O-CDC-HDR-TYPE
           MOVE 'PGMCDC'         TO O-CDC-HDR-JOB
           MOVE WS-RUN-DATE      TO O-CDC-HDR-RUN-DATE
           MOVE WS-WIN-FROM-TS   TO O-CDC-HDR-FROM-TS
           MOVE WS-WIN-TO-TS     TO O-CDC-HDR-TO-TS
           MOVE WS-WIN-FROM-DATE TO O-CDC-HDR-FROM-DATE
           MOVE WS-WIN-LAST-DATE TO O-CDC-HDR-LAST-DATE
           MOVE WS-WIN-DAYS-D    TO O-CDC-HDR-DAYS
           MOVE WS-WIN-SOURCE    TO O-CDC-HDR-SOURCE
           WRITE O-CDC-HDR.
       1200-WRITE-HEADER-END. EXIT.

      ******************************************************************
      * 2000-2200: THE LAST_UPD_TS TABLES - POLICIES, ARCHIVED         *
      * POLICIES (DELETES) AND HOLDERS                                 *
      ******************************************************************
       2000-EXTRACT-POLICIES.
           MOVE 1 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCPOL END-EXEC
           MOVE '2000-EXTRACT-POLICIES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCPOL INTO
                        :HV-POL-POL-ID
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-POL-CUST-ID
                       ,:HV-POL-AGENT-ID
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-POLICY-STATUS
                       ,:HV-POL-CURRENCY-CODE
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-OUTSTANDING-AMNT
                       ,:HV-POL-PAID-DATE
                       ,:HV-POL-PREM-PAY-DATE
                       ,:HV-POL-POL-STRT-DATE
                       ,:HV-POL-MATURITY-DATE
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-LAST-UPD-USER
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2000-EXTRACT-POLICIES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   PERFORM 2050-BUILD-POLICY-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCPOL END-EXEC.
       2000-EXTRACT-POLICIES-END. EXIT.

      * SHARED BY LIVE AND ARCHIVED POLICIES - BOTH FETCH INTO HV-POL-
       2050-BUILD-POLICY-DATA.
           MOVE SPACES                  TO WS-CDC-KEY
           MOVE HV-POL-POL-ID           TO WS-CDC-KEY
           MOVE SPACES                  TO WS-PLP
           MOVE HV-POL-CUST-ID          TO WS-PLP-CUST-ID
           MOVE HV-POL-AGENT-ID         TO WS-PLP-AGENT-ID
           MOVE HV-POL-POL-TYPE         TO WS-PLP-POL-TYPE
           MOVE HV-POL-POLICY-STATUS    TO WS-PLP-STATUS
           MOVE HV-POL-CURRENCY-CODE    TO WS-PLP-CURRENCY
           MOVE HV-POL-PREMIUM-AMNT     TO WS-PLP-PREMIUM
           MOVE HV-POL-OUTSTANDING-AMNT TO WS-PLP-OUTSTANDING
           MOVE HV-POL-PAID-DATE        TO WS-PLP-PAID-DATE
           MOVE HV-POL-PREM-PAY-DATE    TO WS-PLP-PREM-PAY-DATE
           MOVE HV-POL-POL-STRT-DATE    TO WS-PLP-STRT-DATE
           MOVE HV-POL-MATURITY-DATE    TO WS-PLP-MAT-DATE
           MOVE HV-POL-PAY-FREQ         TO WS-PLP-PAY-FREQ
           MOVE HV-POL-LAST-UPD-USER    TO WS-PLP-UPD-USER
           MOVE WS-PLP                  TO WS-CDC-DATA.
       2050-BUILD-POLICY-DATA-END. EXIT.

       2100-EXTRACT-ARCHIVED.
           MOVE 1 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCARC END-EXEC
           MOVE '2100-EXTRACT-ARCHIVED' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCARC INTO
                        :HV-POL-POL-ID
                       ,:WS-CDC-CHG-TS
                       ,:HV-POL-CUST-ID
                       ,:HV-POL-AGENT-ID
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-POLICY-STATUS
                       ,:HV-POL-CURRENCY-CODE
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-OUTSTANDING-AMNT
                       ,:HV-POL-PAID-DATE
                       ,:HV-POL-PREM-PAY-DATE
                       ,:HV-POL-POL-STRT-DATE
                       ,:HV-POL-MATURITY-DATE
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-LAST-UPD-USER
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2100-EXTRACT-ARCHIVED' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE 'D' TO WS-CDC-IND
                   PERFORM 2050-BUILD-POLICY-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCARC END-EXEC.
       2100-EXTRACT-ARCHIVED-END. EXIT.

       2200-EXTRACT-HOLDERS.
           MOVE 2 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCHOL END-EXEC
           MOVE '2200-EXTRACT-HOLDERS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-HOL-NAME-TEXT
               EXEC SQL
                   FETCH CURSOR_CDCHOL INTO
                        :HV-HOL-POL-ID
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-HOL-CUST-ID
                       ,:HV-HOL-AGENT-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-PHONE
                       ,:HV-HOL-DOB
                       ,:HV-HOL-POL-TYPE
                       ,:HV-HOL-TENURE-YEARS
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-CURRENCY-CODE
                       ,:HV-HOL-INDEX-OPTOUT
                       ,:HV-HOL-SMOKER-CLASS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '2200-EXTRACT-HOLDERS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES               TO WS-CDC-KEY
                   MOVE HV-HOL-POL-ID        TO WS-CDC-KEY
                   MOVE SPACES               TO WS-PLH
                   MOVE HV-HOL-CUST-ID       TO WS-PLH-CUST-ID
                   MOVE HV-HOL-AGENT-ID      TO WS-PLH-AGENT-ID
                   MOVE HV-HOL-NAME-TEXT     TO WS-PLH-NAME
                   MOVE HV-HOL-PHONE         TO WS-PLH-PHONE
                   MOVE HV-HOL-DOB           TO WS-PLH-DOB
                   MOVE HV-HOL-POL-TYPE      TO WS-PLH-POL-TYPE
                   MOVE HV-HOL-TENURE-YEARS  TO WS-PLH-TENURE
                   MOVE HV-HOL-SUM-ASSURED   TO WS-PLH-SUM-ASSURED
                   MOVE HV-HOL-CURRENCY-CODE TO WS-PLH-CURRENCY
                   MOVE HV-HOL-INDEX-OPTOUT  TO WS-PLH-INDEX-OPTOUT
                   MOVE HV-HOL-SMOKER-CLASS  TO WS-PLH-SMOKER-CLASS
                   MOVE WS-PLH               TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCHOL END-EXEC.
       2200-EXTRACT-HOLDERS-END. EXIT.

      ******************************************************************
      * 3000-3300: THE POSTING-DATE TABLES OF THE POLICY BUSINESS      *
      ******************************************************************
       3000-EXTRACT-PREM-PAYMENTS.
           MOVE 3 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCPAY END-EXEC
           MOVE '3000-EXTRACT-PREM-PAYMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCPAY INTO
                        :HV-PPY-POL-ID
                       ,:HV-PPY-PAID-DATE
                       ,:HV-PPY-AMOUNT-PAID
                       ,:HV-PPY-PAID-BY
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3000-EXTRACT-PREM-PAYMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE 'I'                 TO WS-CDC-IND
                   MOVE SPACES              TO WS-CDC-KEY
                   MOVE HV-PPY-POL-ID       TO WS-CDC-KEY
                   MOVE HV-PPY-PAID-DATE    TO WS-CDC-CHG-TS
                   MOVE SPACES              TO WS-PLY
                   MOVE HV-PPY-PAID-DATE    TO WS-PLY-PAID-DATE
                   MOVE HV-PPY-AMOUNT-PAID  TO WS-PLY-AMOUNT
                   MOVE HV-PPY-PAID-BY      TO WS-PLY-PAID-BY
                   MOVE WS-PLY              TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCPAY END-EXEC.
       3000-EXTRACT-PREM-PAYMENTS-END. EXIT.

       3100-EXTRACT-CLAIMS.
           MOVE 4 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCCLM END-EXEC
           MOVE '3100-EXTRACT-CLAIMS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               MOVE SPACES TO HV-CLM-REASON-TEXT
               EXEC SQL
                   FETCH CURSOR_CDCCLM INTO
                        :HV-CLM-CLAIM-ID
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-CLM-POL-ID
                       ,:HV-CLM-CUST-ID
                       ,:HV-CLM-CLAIM-DATE
                       ,:HV-CLM-REASON
                       ,:HV-CLM-AMOUNT
                       ,:HV-CLM-STATUS
                       ,:HV-CLM-DECIDED-DATE
                       ,:HV-CLM-RIDER-TYPE
                       ,:HV-CLM-APPEAL-DATE
                       ,:HV-CLM-APPEAL-DEC-DT
                       ,:HV-CLM-APPROVED-AMT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3100-EXTRACT-CLAIMS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES               TO WS-CDC-KEY
                   MOVE HV-CLM-CLAIM-ID      TO WS-CDC-KEY
                   MOVE SPACES               TO WS-PLC
                   MOVE HV-CLM-POL-ID        TO WS-PLC-POL-ID
                   MOVE HV-CLM-CUST-ID       TO WS-PLC-CUST-ID
                   MOVE HV-CLM-CLAIM-DATE    TO WS-PLC-CLAIM-DATE
                   MOVE HV-CLM-REASON-TEXT   TO WS-PLC-REASON
                   MOVE HV-CLM-AMOUNT        TO WS-PLC-AMOUNT
                   MOVE HV-CLM-STATUS        TO WS-PLC-STATUS
                   MOVE HV-CLM-DECIDED-DATE  TO WS-PLC-DECIDED-DATE
                   MOVE HV-CLM-RIDER-TYPE    TO WS-PLC-RIDER-TYPE
                   MOVE HV-CLM-APPEAL-DATE   TO WS-PLC-APPEAL-DATE
                   MOVE HV-CLM-APPEAL-DEC-DT TO WS-PLC-APPEAL-DEC-DT
                   MOVE HV-CLM-APPROVED-AMT  TO WS-PLC-APPROVED-AMT
                   MOVE WS-PLC               TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCCLM END-EXEC.
       3100-EXTRACT-CLAIMS-END. EXIT.

       3200-EXTRACT-DISBURSEMENTS.
           MOVE 5 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCDSB END-EXEC
           MOVE '3200-EXTRACT-DISBURSEMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCDSB INTO
                        :HV-DSB-DISB-ID
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-DSB-SOURCE-TYPE
                       ,:HV-DSB-REF-ID
                       ,:HV-DSB-POL-ID
                       ,:HV-DSB-AMOUNT
                       ,:HV-DSB-CURRENCY-CODE
                       ,:HV-DSB-ISSUE-DATE
                       ,:HV-DSB-STATUS
                       ,:HV-DSB-STATUS-DATE
                       ,:HV-DSB-GROSS-AMT
                       ,:HV-DSB-WITHHELD-AMT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3200-EXTRACT-DISBURSEMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES               TO WS-CDC-KEY
                   MOVE HV-DSB-DISB-ID       TO WS-CDC-KEY
                   MOVE SPACES               TO WS-PLD
                   MOVE HV-DSB-SOURCE-TYPE   TO WS-PLD-SOURCE-TYPE
                   MOVE HV-DSB-REF-ID        TO WS-PLD-REF-ID
                   MOVE HV-DSB-POL-ID        TO WS-PLD-POL-ID
                   MOVE HV-DSB-AMOUNT        TO WS-PLD-AMOUNT
                   MOVE HV-DSB-CURRENCY-CODE TO WS-PLD-CURRENCY
                   MOVE HV-DSB-ISSUE-DATE    TO WS-PLD-ISSUE-DATE
                   MOVE HV-DSB-STATUS        TO WS-PLD-STATUS
                   MOVE HV-DSB-STATUS-DATE   TO WS-PLD-STATUS-DATE
                   MOVE HV-DSB-GROSS-AMT     TO WS-PLD-GROSS-AMT
                   MOVE HV-DSB-WITHHELD-AMT  TO WS-PLD-WITHHELD-AMT
                   MOVE WS-PLD               TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCDSB END-EXEC.
       3200-EXTRACT-DISBURSEMENTS-END. EXIT.

       3300-EXTRACT-LOANS.
           MOVE 6 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCLON END-EXEC
           MOVE '3300-EXTRACT-LOANS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCLON INTO
                        :HV-LON-LOAN-ID
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-LON-POL-ID
                       ,:HV-LON-CUST-ID
                       ,:HV-LON-PRINCIPAL
                       ,:HV-LON-ACCRUED-INT
                       ,:HV-LON-STATUS
                       ,:HV-LON-LOAN-DATE
                       ,:HV-LON-LAST-ACCR-DT
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '3300-EXTRACT-LOANS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES              TO WS-CDC-KEY
                   MOVE HV-LON-LOAN-ID      TO WS-CDC-KEY
                   MOVE SPACES              TO WS-PLL
                   MOVE HV-LON-POL-ID       TO WS-PLL-POL-ID
                   MOVE HV-LON-CUST-ID      TO WS-PLL-CUST-ID
                   MOVE HV-LON-PRINCIPAL    TO WS-PLL-PRINCIPAL
                   MOVE HV-LON-ACCRUED-INT  TO WS-PLL-ACCRUED-INT
                   MOVE HV-LON-STATUS       TO WS-PLL-STATUS
                   MOVE HV-LON-LOAN-DATE    TO WS-PLL-LOAN-DATE
                   MOVE HV-LON-LAST-ACCR-DT TO WS-PLL-LAST-ACCR-DT
                   MOVE WS-PLL              TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCLON END-EXEC.
       3300-EXTRACT-LOANS-END. EXIT.

      ******************************************************************
      * 4000-4100: THE TOUR BUSINESS                                   *
      ******************************************************************
       4000-EXTRACT-TOUR-BOOKINGS.
           MOVE 7 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCBKG END-EXEC
           MOVE '4000-EXTRACT-TOUR-BOOKINGS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCBKG INTO
                        :HV-TRR-BOOKING-REF
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-TRR-AMOUNT
                       ,:HV-TRR-BOOK-DATE
                       ,:HV-TRR-TOUR-DATE
                       ,:HV-TRR-REV-STATUS
                       ,:HV-TRR-STATUS-DATE
                       ,:HV-SDIS-TOUR-PLACE
                       ,:HV-SDIS-CUSTOMER-ID
                       ,:HV-SDIS-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '4000-EXTRACT-TOUR-BOOKINGS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES                TO WS-CDC-KEY
                   MOVE HV-TRR-BOOKING-REF    TO WS-CDC-KEY-1
                   MOVE SPACES                TO WS-PLB
                   MOVE HV-TRR-AMOUNT         TO WS-PLB-AMOUNT
                   MOVE HV-TRR-BOOK-DATE      TO WS-PLB-BOOK-DATE
                   MOVE HV-TRR-TOUR-DATE      TO WS-PLB-TOUR-DATE
                   MOVE HV-TRR-REV-STATUS     TO WS-PLB-REV-STATUS
                   MOVE HV-TRR-STATUS-DATE    TO WS-PLB-STATUS-DATE
                   MOVE HV-SDIS-TOUR-PLACE    TO WS-PLB-TOUR-PLACE
                   MOVE HV-SDIS-CUSTOMER-ID   TO WS-PLB-CUSTOMER-ID
                   MOVE HV-SDIS-CURRENCY-CODE TO WS-PLB-CURRENCY
                   MOVE WS-PLB                TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCBKG END-EXEC.
       4000-EXTRACT-TOUR-BOOKINGS-END. EXIT.

       4100-EXTRACT-TOUR-PAYMENTS.
           MOVE 8 TO WS-TX
           EXEC SQL OPEN CURSOR_CDCTPY END-EXEC
           MOVE '4100-EXTRACT-TOUR-PAYMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CURSOR_CDCTPY INTO
                        :HV-TBP-BOOKING-REF
                       ,:HV-TBP-PAY-TYPE
                       ,:WS-CDC-IND
                       ,:WS-CDC-CHG-TS
                       ,:HV-TBP-AMOUNT-DUE
                       ,:HV-TBP-DUE-DATE
                       ,:HV-TBP-AMOUNT-PAID
                       ,:HV-TBP-PAID-DATE
                       ,:HV-TBP-PAY-STATUS
               END-EXEC
               IF SQLCODE = 100
                   CONTINUE
               ELSE
                   MOVE '4100-EXTRACT-TOUR-PAYMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE SPACES              TO WS-CDC-KEY
                   MOVE HV-TBP-BOOKING-REF  TO WS-CDC-KEY-1
                   MOVE HV-TBP-PAY-TYPE     TO WS-CDC-KEY-2
                   MOVE SPACES              TO WS-PLT
                   MOVE HV-TBP-AMOUNT-DUE   TO WS-PLT-AMOUNT-DUE
                   MOVE HV-TBP-DUE-DATE     TO WS-PLT-DUE-DATE
                   MOVE HV-TBP-AMOUNT-PAID  TO WS-PLT-AMOUNT-PAID
                   MOVE HV-TBP-PAID-DATE    TO WS-PLT-PAID-DATE
                   MOVE HV-TBP-PAY-STATUS   TO WS-PLT-PAY-STATUS
                   MOVE WS-PLT              TO WS-CDC-DATA
                   PERFORM 8000-WRITE-DETAIL
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_CDCTPY END-EXEC.
       4100-EXTRACT-TOUR-PAYMENTS-END. EXIT.

       5000-WRITE-TRAILER.
           MOVE SPACES          TO O-CDC-TRL
           MOVE 'TR'            TO O-CDC-TRL-TYPE
           MOVE WS-DETAIL-COUNT TO O-CDC-TRL-TOTAL
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
               MOVE WS-CNT-NAME(WS-TX) TO O-CDC-TRL-NAME(WS-TX)
               MOVE WS-CNT-ALL(WS-TX)  TO O-CDC-TRL-COUNT(WS-TX)
           END-PERFORM
           WRITE O-CDC-TRL
           CLOSE O-CDC-PS.
       5000-WRITE-TRAILER-END. EXIT.

      ******************************************************************
      * 8000-WRITE-DETAIL: ONE 'DT' RECORD FROM WS-CDC-DETAIL FOR THE  *
      * TABLE IN WS-TX, COUNTED BY INDICATOR.                          *
      ******************************************************************
       8000-WRITE-DETAIL.
           MOVE SPACES             TO O-CDC-REC
           MOVE 'DT'               TO O-CDC-REC-TYPE
           MOVE WS-CNT-NAME(WS-TX) TO O-CDC-TABLE
           MOVE WS-CDC-IND         TO O-CDC-IND
           MOVE WS-CDC-KEY         TO O-CDC-KEY
           MOVE WS-CDC-CHG-TS      TO O-CDC-CHG-TS
           MOVE WS-CDC-DATA        TO O-CDC-DATA
           WRITE O-CDC-REC
           EVALUATE WS-CDC-IND
           WHEN 'I'
               ADD 1 TO WS-CNT-INS(WS-TX)
           WHEN 'U'
               ADD 1 TO WS-CNT-UPD(WS-TX)
           WHEN OTHER
               ADD 1 TO WS-CNT-DEL(WS-TX)
           END-EVALUATE
           ADD 1 TO WS-CNT-ALL(WS-TX)
           ADD 1 TO WS-DETAIL-COUNT.
       8000-WRITE-DETAIL-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMCDC - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'TABLE      INSERT   UPDATE   DELETE'
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 8
               DISPLAY WS-CNT-NAME(WS-TX) ' '
                   WS-CNT-INS(WS-TX) ' '
                   WS-CNT-UPD(WS-TX) ' '
                   WS-CNT-DEL(WS-TX)
           END-PERFORM
           DISPLAY 'RECORDS EXTRACTED. . . . . : ' WS-DETAIL-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           DISPLAY 'PGMCDC - CHANGE-DATA EXTRACT COMPLETE'
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
           MOVE 'PGMCDC'        TO HV-ERL-PROGRAM-ID
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
      * WITH ITS END STATUS AND RECORD COUNT. FOR THIS JOB THE ROW IS  *
      * ALSO THE WINDOW: ITS START IS THE NEXT RUN'S FROM-POINT ONCE   *
      * IT ENDS OK (1100-SET-WINDOW).                                  *
      ******************************************************************
       HRUN-OPEN-RUN.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-RUN-DUP-COUNT
               FROM TB_BATCH_RUN_CONTROL
               WHERE JOB_NAME = 'PGMCDC'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'ENDED-OK'
           END-EXEC
           IF WS-RUN-DUP-COUNT > 0
               DISPLAY 'PGMCDC ALREADY ENDED-OK FOR THIS BUSINESS '
                   'DATE - DUPLICATE RUN REFUSED'
               PERFORM 9000-TERM
           END-IF
           EXEC SQL
               INSERT INTO TB_BATCH_RUN_CONTROL VALUES (
                'PGMCDC'
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
                   SET RUN_STATUS  = 'STARTED'
                      ,START_TIME  = CHAR(CURRENT TIME)
                      ,RETRY_COUNT = 0
                   WHERE JOB_NAME = 'PGMCDC'
                     AND BUSINESS_DATE = CURRENT DATE
               END-EXEC
           END-IF
           MOVE 'HRUN-OPEN-RUN' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       HRUN-OPEN-RUN-END. EXIT.

       HRUN-CLOSE-RUN.
           MOVE WS-DETAIL-COUNT TO HV-RUN-REC-COUNT
           EXEC SQL
               UPDATE TB_BATCH_RUN_CONTROL
               SET RUN_STATUS = 'ENDED-OK'
                  ,END_TIME   = CHAR(CURRENT TIME)
                  ,REC_COUNT  = :HV-RUN-REC-COUNT
               WHERE JOB_NAME = 'PGMCDC'
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
               WHERE JOB_NAME = 'PGMCDC'
                 AND BUSINESS_DATE = CURRENT DATE
                 AND RUN_STATUS = 'STARTED'
           END-EXEC.
       HRUN-MARK-FAILED-END. EXIT.
