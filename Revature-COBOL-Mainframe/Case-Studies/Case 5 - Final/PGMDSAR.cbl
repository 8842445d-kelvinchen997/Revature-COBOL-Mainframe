       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDSAR.
      *   PROGRAM NAME: DATA SUBJECT ACCESS REQUEST EXPORT
      *   INPUT: JCL PARM 'TYPE,KEY[,RECEIVED-DATE]' - TYPE IS CUST
      *       (TB_ACCOUNTS CUST_ID), SSN OR TOUR (TOUR_CUSTOMER
      *       CUSTOMER_ID), RECEIVED DATE YYYY-MM-DD (DEFAULT TODAY),
      *       TB_ACCOUNTS, TB_POLICY_HOLDER_DETAILS, TB_POLICY_DETAILS,
      *       TB_POLICY_DETAILS_HIST, TB_POLICY_CO_HOLDERS,
      *       TB_POLICY_NOMINEE, TB_PREMIUM_PAYMENTS, TB_CLAIMS,
      *       TB_POLICY_LOANS, TB_DISBURSEMENTS, TB_CORRESPONDENCE_LOG,
      *       TB_AUDIT_LOG, TB_AUDIT_LOG_HIST, TB_SESSIONS,
      *       TB_CONTACT_NOTES, TB_COMPLAINTS,
      *       TB_PARTY_XREF, TOUR_CUSTOMER, TOUR_DETAILS,
      *       SEASON_DISCOUNT, TOUR_BOOKING_PAYMENTS, TOUR_PARTICIPANTS
      *   OUTPUT: TB_DSAR_REQUESTS,
      *       PERSONAL DATA EXPORT AS: OUTDSAR,
      *       COVER INDEX AS: OUTDSIX, SYSOUT
      *   DESCRIPTION: A CUSTOMER'S REQUEST FOR A COPY OF EVERYTHING
      *       WE HOLD ON THEM WAS ANSWERED BY HAND FROM A DOZEN TABLES
      *       AGAINST A STATUTORY DEADLINE. THIS JOB RESOLVES THE KEY
      *       IT IS GIVEN TO THE PERSON'S CUST_ID, SSN AND (THROUGH
      *       TB_PARTY_XREF) TOUR CUSTOMER_ID, THEN WRITES EVERY ROW
      *       THAT HOLDS THEIR DATA, ONE LABELLED SECTION PER KIND OF
      *       DATA, TO A READABLE EXPORT. THE COVER INDEX LISTS EACH
      *       SECTION WITH ITS ROW COUNT AND WHERE IT STARTS IN THE
      *       EXPORT, AND THE REQUEST IS LOGGED ON TB_DSAR_REQUESTS
      *       WITH ITS DUE DATE AND FULFILMENT DATE. CREDENTIALS (THE
      *       PASSWORD HASH AND SESSION TOKENS) ARE NEVER EXPORTED.
      *       OTHER PEOPLE'S DATA STAYS OUT - NOMINEES ARE EXPORTED
      *       ONLY WHERE THE SUBJECT IS THE NOMINEE, AND TOUR
      *       PARTICIPANT ROWS ONLY WHERE THE SUBJECT IS THE
      *       PARTICIPANT.
      *   MOD LOG:
      *    2026-10-15 KC - INITIAL VERSION
      *    2026-10-15 KC - EXPORT SERVICE CONTACT NOTES
      *    2026-10-15 KC - EXPORT COMPLAINTS MADE BY THE PERSON
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-DSAR-PS ASSIGN TO OUTDSAR
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-DSAR.
           SELECT O-DSIX-PS ASSIGN TO OUTDSIX
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FS-DSIX.
       DATA DIVISION.
       FILE SECTION.
      * THE EXPORT ITSELF - PRINTABLE LINES, A HEADING PER SECTION
       FD O-DSAR-PS.
       01 O-DSAR-REC              PIC X(132).
      * THE COVER INDEX THAT GOES OUT ON TOP OF THE EXPORT
       FD O-DSIX-PS.
       01 O-DSIX-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-VARS.
           05 WS-STATUS-CODES.
               10 WS-FS-DSAR        PIC 9(02).
                   88 FS-DSAR-SUCC  VALUE 00.
               10 WS-FS-DSIX        PIC 9(02).
                   88 FS-DSIX-SUCC  VALUE 00.
           05 WS-DEFINES.
               10 DB2-SUCCESS       PIC S9(09) COMP VALUE 0.
               10 DB2-NOTFND        PIC S9(09) COMP VALUE 100.
      * THE STATUTORY RESPONSE PERIOD, COUNTED FROM RECEIPT
           05 WS-DSAR-DUE-DAYS      PIC S9(04) USAGE COMP VALUE 30.
           05 WS-PARM-VARS.
               10 WS-PARM-KEY-TYPE  PIC X(04).
               10 WS-PARM-KEY       PIC X(11).
               10 WS-PARM-RCVD      PIC X(10).
      * THE PERSON THE KEY RESOLVED TO - SPACES WHERE WE HOLD NONE
           05 WS-SUBJECT.
               10 WS-SUB-CUST-ID    PIC X(10).
               10 WS-SUB-SSN        PIC X(11).
               10 WS-SUB-TOUR-ID    PIC X(10).
               10 WS-SUB-TOUR-NAME  PIC X(20).
               10 WS-SUB-TOUR-PHONE PIC X(12).
           05 WS-REQ-VARS.
               10 WS-REQ-ID         PIC X(10).
               10 WS-IDGEN-NBR      PIC 9(08).
               10 WS-REQ-RCVD       PIC X(10).
               10 WS-REQ-DUE        PIC X(10).
               10 WS-REQ-TODAY      PIC X(10).
               10 WS-REQ-KEY-SHOWN  PIC X(11).
      * ONE FETCHED ROW'S FIELDS THAT HAVE NO DCLGEN HOME
           05 WS-ROW-VARS.
               10 WS-ROW-STATE      PIC X(08).
               10 WS-ROW-DATE-1     PIC X(10).
               10 WS-ROW-DATE-2     PIC X(10).
               10 WS-ROW-DATE-3     PIC X(10).
               10 WS-ROW-DATE-4     PIC X(10).
               10 WS-ROW-TS         PIC X(26).
           05 WS-EDIT-FIELDS.
               10 WS-AMT-E          PIC -(7)9.
               10 WS-AMT2-E         PIC -(7)9.
               10 WS-AMT3-E         PIC -(7)9.
               10 WS-DEC-E          PIC -(7)9.99.
               10 WS-DEC2-E         PIC -(7)9.99.
               10 WS-INT-E          PIC -(9)9.
               10 WS-INT2-E         PIC -(9)9.
               10 WS-PCT-E          PIC ZZ9.
               10 WS-SEC-NO-E       PIC Z9.
               10 WS-COUNT-E        PIC Z(06)9.
               10 WS-START-E        PIC Z(06)9.
           05 WS-LINE               PIC X(132).
           05 WS-COUNTERS.
               10 WS-LINE-COUNT     PIC 9(07) VALUE ZEROES.
               10 WS-ROW-TOTAL      PIC 9(07) VALUE ZEROES.
               10 WS-SEC-ROWS       PIC 9(07) VALUE ZEROES.
      * ONE ENTRY PER EXPORT SECTION, FOR THE COVER INDEX
           05 WS-SECTION-INDEX.
               10 WS-SEC-COUNT      PIC 9(02) VALUE ZEROES.
               10 WS-SEC-IDX        PIC 9(02) VALUE ZEROES.
               10 WS-NEW-SEC-TITLE  PIC X(36).
               10 WS-NEW-SEC-SOURCE PIC X(60).
               10 WS-SEC-ENTRY OCCURS 18 TIMES.
                   15 WS-SEC-TITLE  PIC X(36).
                   15 WS-SEC-START  PIC 9(07).
                   15 WS-SEC-ROWS-T PIC 9(07).
           05 WS-ERR-MSG.
               10 WS-ERR-LENGTH     PIC S9(04) COMP VALUE 800.
               10 WS-ERR-TEXT       PIC X(80) OCCURS 10 TIMES.
           05 WS-ERR-LRECL          PIC S9(09) COMP VALUE 80.
           05 WS-SQLERR-PARA        PIC X(30) VALUE SPACES.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE TBACCNTS
           END-EXEC.
           EXEC SQL
               INCLUDE TBHOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLHST
           END-EXEC.
           EXEC SQL
               INCLUDE TBCOHOLD
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOMDTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBPREMPY
           END-EXEC.
           EXEC SQL
               INCLUDE TBCLAIMS
           END-EXEC.
           EXEC SQL
               INCLUDE TBPOLLON
           END-EXEC.
           EXEC SQL
               INCLUDE TBDISB
           END-EXEC.
           EXEC SQL
               INCLUDE TBCORLOG
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUDIT
           END-EXEC.
           EXEC SQL
               INCLUDE TBAUDHST
           END-EXEC.
           EXEC SQL
               INCLUDE TBSESS
           END-EXEC.
           EXEC SQL
               INCLUDE TBNOTES
           END-EXEC.
           EXEC SQL
               INCLUDE TBCMPLT
           END-EXEC.
           EXEC SQL
               INCLUDE TBPRTYXR
           END-EXEC.
           EXEC SQL
               INCLUDE DC053A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC013A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC023A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC073A11
           END-EXEC.
           EXEC SQL
               INCLUDE DC083A11
           END-EXEC.
           EXEC SQL
               INCLUDE TBIDCTL
           END-EXEC.
           EXEC SQL
               INCLUDE TBDSAR
           END-EXEC.
           EXEC SQL
               INCLUDE TBSQLERR
           END-EXEC.
      * HOLDER ROWS - BY CUST_ID, OR BY SSN FOR A POLICY WRITTEN
      * BEFORE THE PERSON HAD AN ONLINE ACCOUNT
           EXEC SQL
               DECLARE CURSOR_DSHD CURSOR FOR
                 SELECT
                    POL_ID
                   ,COALESCE(CUST_ID, ' ')
                   ,COALESCE(AGENT_ID, ' ')
                   ,COALESCE(NAME, ' ')
                   ,COALESCE(PHONE, ' ')
                   ,COALESCE(CHAR(DOB, ISO), ' ')
                   ,COALESCE(SSN, ' ')
                   ,COALESCE(POL_TYPE, ' ')
                   ,COALESCE(TENURE_YEARS, ' ')
                   ,COALESCE(SUM_ASSURED, 0)
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(ADDRESS, ' ')
                   ,COALESCE(EMAIL, ' ')
                   ,COALESCE(INDEX_OPTOUT, ' ')
                   ,COALESCE(SMOKER_CLASS, ' ')
                 FROM TB_POLICY_HOLDER_DETAILS
                 WHERE (CUST_ID = :WS-SUB-CUST-ID
                        AND :WS-SUB-CUST-ID <> ' ')
                    OR (SSN = :WS-SUB-SSN
                        AND :WS-SUB-SSN <> ' ')
                 ORDER BY POL_ID
           END-EXEC.
      * THE POLICIES THE PERSON HOLDS, LIVE AND ARCHIVED
           EXEC SQL
               DECLARE CURSOR_DSPL CURSOR FOR
                 SELECT
                    'LIVE'
                   ,POL_ID
                   ,COALESCE(AGENT_ID, ' ')
                   ,COALESCE(POL_TYPE, ' ')
                   ,COALESCE(POLICY_STATUS, ' ')
                   ,COALESCE(PREMIUM_AMNT, 0)
                   ,COALESCE(PAY_FREQ, ' ')
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(OUTSTANDING_AMNT, 0)
                   ,COALESCE(CHAR(POL_STRT_DATE, ISO), ' ')
                   ,COALESCE(CHAR(MATURITY_DATE, ISO), ' ')
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,' '
                 FROM TB_POLICY_DETAILS
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 UNION ALL
                 SELECT
                    'ARCHIVED'
                   ,POL_ID
                   ,COALESCE(AGENT_ID, ' ')
                   ,COALESCE(POL_TYPE, ' ')
                   ,COALESCE(POLICY_STATUS, ' ')
                   ,COALESCE(PREMIUM_AMNT, 0)
                   ,COALESCE(PAY_FREQ, ' ')
                   ,COALESCE(CURRENCY_CODE, ' ')
                   ,COALESCE(OUTSTANDING_AMNT, 0)
                   ,COALESCE(CHAR(POL_STRT_DATE, ISO), ' ')
                   ,COALESCE(CHAR(MATURITY_DATE, ISO), ' ')
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,CHAR(ARCHIVE_DATE, ISO)
                 FROM TB_POLICY_DETAILS_HIST
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 ORDER BY 2
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSCH CURSOR FOR
                 SELECT
                    POL_ID
                   ,COALESCE(NAME, ' ')
                   ,COALESCE(PHONE, ' ')
                   ,COALESCE(CHAR(DOB, ISO), ' ')
                   ,COALESCE(SSN, ' ')
                   ,COALESCE(CUST_ID, ' ')
                 FROM TB_POLICY_CO_HOLDERS
                 WHERE (CUST_ID = :WS-SUB-CUST-ID
                        AND :WS-SUB-CUST-ID <> ' ')
                    OR (SSN = :WS-SUB-SSN
                        AND :WS-SUB-SSN <> ' ')
                 ORDER BY POL_ID
           END-EXEC.
      * WHERE THE PERSON IS THE NOMINEE ON SOMEONE'S POLICY
           EXEC SQL
               DECLARE CURSOR_DSNM CURSOR FOR
                 SELECT
                    POL_ID
                   ,COALESCE(NOMINEE_NAME, ' ')
                   ,COALESCE(RELATION, ' ')
                   ,COALESCE(PHONE, ' ')
                   ,COALESCE(CHAR(DOB, ISO), ' ')
                   ,COALESCE(SSN, ' ')
                   ,COALESCE(NOM_EXT_ID, ' ')
                   ,SHARE_PCT
                   ,COALESCE(CHAR(DATE_OF_DEATH, ISO), ' ')
                 FROM TB_POLICY_NOMINEE
                 WHERE SSN = :WS-SUB-SSN
                 ORDER BY POL_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSPY CURSOR FOR
                 SELECT
                    POL_ID
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,COALESCE(AMOUNT_PAID, 0)
                   ,COALESCE(PAID_BY, ' ')
                 FROM TB_PREMIUM_PAYMENTS
                 WHERE POL_ID IN
                       (SELECT POL_ID FROM TB_POLICY_DETAILS
                        WHERE CUST_ID = :WS-SUB-CUST-ID
                        UNION
                        SELECT POL_ID FROM TB_POLICY_DETAILS_HIST
                        WHERE CUST_ID = :WS-SUB-CUST-ID)
                 ORDER BY POL_ID, 2
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSCL CURSOR FOR
                 SELECT
                    CLAIM_ID
                   ,COALESCE(POL_ID, ' ')
                   ,COALESCE(CHAR(CLAIM_DATE, ISO), ' ')
                   ,COALESCE(CLAIM_REASON, ' ')
                   ,COALESCE(CLAIM_AMOUNT, 0)
                   ,COALESCE(CLAIM_STATUS, ' ')
                   ,COALESCE(CHAR(DECIDED_DATE, ISO), ' ')
                   ,COALESCE(DECISION_REASON, ' ')
                   ,COALESCE(RIDER_TYPE, ' ')
                   ,COALESCE(CHAR(APPEAL_DATE, ISO), ' ')
                   ,COALESCE(CHAR(APPEAL_DECIDED_DATE, ISO), ' ')
                   ,COALESCE(APPEAL_REASON, ' ')
                   ,COALESCE(APPROVED_AMOUNT, 0)
                 FROM TB_CLAIMS
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 ORDER BY 3, CLAIM_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSLN CURSOR FOR
                 SELECT
                    LOAN_ID
                   ,POL_ID
                   ,PRINCIPAL
                   ,ACCRUED_INT
                   ,LOAN_STATUS
                   ,COALESCE(CHAR(LOAN_DATE, ISO), ' ')
                   ,COALESCE(CHAR(LAST_ACCRUAL_DATE, ISO), ' ')
                 FROM TB_POLICY_LOANS
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 ORDER BY 6, LOAN_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSDB CURSOR FOR
                 SELECT
                    DISB_ID
                   ,SOURCE_TYPE
                   ,REF_ID
                   ,POL_ID
                   ,COALESCE(PAYEE_NAME, ' ')
                   ,AMOUNT
                   ,CURRENCY_CODE
                   ,COALESCE(CHAR(ISSUE_DATE, ISO), ' ')
                   ,DISB_STATUS
                   ,COALESCE(CHAR(STATUS_DATE, ISO), ' ')
                   ,COALESCE(GROSS_AMOUNT, 0)
                   ,COALESCE(WITHHELD_AMT, 0)
                 FROM TB_DISBURSEMENTS
                 WHERE POL_ID IN
                       (SELECT POL_ID FROM TB_POLICY_DETAILS
                        WHERE CUST_ID = :WS-SUB-CUST-ID
                        UNION
                        SELECT POL_ID FROM TB_POLICY_DETAILS_HIST
                        WHERE CUST_ID = :WS-SUB-CUST-ID)
                 ORDER BY 8, DISB_ID
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSLT CURSOR FOR
                 SELECT
                    LETTER_ID
                   ,EVENT_TYPE
                   ,POL_ID
                   ,CHAR(SENT_DATE, ISO)
                 FROM TB_CORRESPONDENCE_LOG
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 ORDER BY SENT_DATE, LETTER_ID
           END-EXEC.
      * WHAT THE PERSON DID SIGNED ON, AND WHAT WAS DONE TO THEIR
      * ACCOUNT OR POLICIES - LIVE LOG AND ARCHIVED LOG
           EXEC SQL
               DECLARE CURSOR_DSAU CURSOR FOR
                 SELECT
                    'LIVE'
                   ,COALESCE(PERFORMED_BY, ' ')
                   ,COALESCE(ACTION, ' ')
                   ,COALESCE(REF_ID, ' ')
                   ,COALESCE(CHAR(AUDIT_DATE, ISO), ' ')
                   ,COALESCE(AUDIT_TIME, ' ')
                 FROM TB_AUDIT_LOG
                 WHERE PERFORMED_BY = :WS-SUB-CUST-ID
                    OR REF_ID = :WS-SUB-CUST-ID
                    OR REF_ID IN
                       (SELECT POL_ID FROM TB_POLICY_DETAILS
                        WHERE CUST_ID = :WS-SUB-CUST-ID
                        UNION
                        SELECT POL_ID FROM TB_POLICY_DETAILS_HIST
                        WHERE CUST_ID = :WS-SUB-CUST-ID)
                 UNION ALL
                 SELECT
                    'ARCHIVED'
                   ,COALESCE(PERFORMED_BY, ' ')
                   ,COALESCE(ACTION, ' ')
                   ,COALESCE(REF_ID, ' ')
                   ,COALESCE(CHAR(AUDIT_DATE, ISO), ' ')
                   ,COALESCE(AUDIT_TIME, ' ')
                 FROM TB_AUDIT_LOG_HIST
                 WHERE PERFORMED_BY = :WS-SUB-CUST-ID
                    OR REF_ID = :WS-SUB-CUST-ID
                    OR REF_ID IN
                       (SELECT POL_ID FROM TB_POLICY_DETAILS
                        WHERE CUST_ID = :WS-SUB-CUST-ID
                        UNION
                        SELECT POL_ID FROM TB_POLICY_DETAILS_HIST
                        WHERE CUST_ID = :WS-SUB-CUST-ID)
                 ORDER BY 5, 6
           END-EXEC.
      * SIGN-ON SESSIONS - THE TOKEN ITSELF IS A CREDENTIAL AND IS
      * LEFT OUT
           EXEC SQL
               DECLARE CURSOR_DSSS CURSOR FOR
                 SELECT
                    COALESCE(TERMINAL_ID, ' ')
                   ,COALESCE(CHAR(ISSUE_DATE, ISO), ' ')
                   ,COALESCE(ISSUE_TIME, ' ')
                   ,COALESCE(CHAR(LAST_USED_TS), ' ')
                   ,COALESCE(SESSION_STATUS, ' ')
                 FROM TB_SESSIONS
                 WHERE USER_ID = :WS-SUB-CUST-ID
                 ORDER BY 2, 3
           END-EXEC.
      * WHAT WE NOTED OF EACH CONTACT WITH THE PERSON, AND THE
      * FOLLOW-UP PROMISED THEM
           EXEC SQL
               DECLARE CURSOR_DSCN CURSOR FOR
                 SELECT
                    NOTE_ID
                   ,COALESCE(POL_ID, ' ')
                   ,CHAR(NOTE_DATE, ISO)
                   ,NOTE_TIME
                   ,CHANNEL
                   ,CATEGORY
                   ,NOTE_TEXT
                   ,COALESCE(CHAR(FOLLOWUP_DATE, ISO), ' ')
                   ,COALESCE(FOLLOWUP_STATUS, ' ')
                 FROM TB_CONTACT_NOTES
                 WHERE CUST_ID = :WS-SUB-CUST-ID
                 ORDER BY 3, NOTE_TIME
           END-EXEC.
      * THE COMPLAINTS THE PERSON MADE, AS A POLICY CUSTOMER OR ABOUT
      * A TOUR BOOKING, AND HOW EACH WAS RESOLVED
           EXEC SQL
               DECLARE CURSOR_DSCM CURSOR FOR
                 SELECT
                    COMPLAINT_ID
                   ,SUBJECT_TYPE
                   ,CASE SUBJECT_TYPE
                         WHEN 'CLM' THEN CLAIM_ID
                         WHEN 'BKG' THEN BOOKING_REF
                         ELSE POL_ID END
                   ,CATEGORY
                   ,CHAR(RECEIVED_DATE, ISO)
                   ,DESCRIPTION
                   ,CMP_STATUS
                   ,COALESCE(OUTCOME, ' ')
                   ,COALESCE(CHAR(RESOLVED_DATE, ISO), ' ')
                   ,COALESCE(REDRESS_AMT, 0)
                 FROM TB_COMPLAINTS
                 WHERE (CUST_ID = :WS-SUB-CUST-ID
                        AND SUBJECT_TYPE <> 'BKG'
                        AND :WS-SUB-CUST-ID <> ' ')
                    OR (CUST_ID = :WS-SUB-TOUR-ID
                        AND SUBJECT_TYPE = 'BKG'
                        AND :WS-SUB-TOUR-ID <> ' ')
                 ORDER BY 5, 1
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSTB CURSOR FOR
                 SELECT
                    COALESCE(BOOKING_REF, ' ')
                   ,TOUR_PLACE
                   ,COALESCE(TOUR_GUIDE, ' ')
                   ,LANGUAGE
                   ,CHAR(TOUR_DATE, ISO)
                   ,GROUP_SIZE
                   ,PRICE_PER_HEAD
                   ,CURRENCY_CODE
                 FROM TOUR_DETAILS
                 WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID
                 ORDER BY 5
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSTS CURSOR FOR
                 SELECT
                    COALESCE(BOOKING_REF, ' ')
                   ,TOUR_PLACE
                   ,COALESCE(CHAR(DATE, ISO), ' ')
                   ,COALESCE(FINAL_PRICE, 0)
                   ,COALESCE(DISCOUNT, 0)
                   ,COALESCE(GROUP_DISCOUNT, 0)
                   ,COALESCE(CURRENCY_CODE, ' ')
                 FROM SEASON_DISCOUNT
                 WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID
                 ORDER BY 3
           END-EXEC.
           EXEC SQL
               DECLARE CURSOR_DSTP CURSOR FOR
                 SELECT
                    BOOKING_REF
                   ,PAY_TYPE
                   ,AMOUNT_DUE
                   ,CHAR(DUE_DATE, ISO)
                   ,AMOUNT_PAID
                   ,COALESCE(CHAR(PAID_DATE, ISO), ' ')
                   ,PAY_STATUS
                 FROM TOUR_BOOKING_PAYMENTS
                 WHERE BOOKING_REF IN
                       (SELECT BOOKING_REF FROM TOUR_DETAILS
                        WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID
                        UNION
                        SELECT BOOKING_REF FROM SEASON_DISCOUNT
                        WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID)
                 ORDER BY BOOKING_REF, 4
           END-EXEC.
      * ROSTER LINES THAT ARE THE PERSON THEMSELVES - THEIR PHONE ON
      * ANY BOOKING, OR THEIR NAME ON ONE OF THEIR OWN BOOKINGS
           EXEC SQL
               DECLARE CURSOR_DSTR CURSOR FOR
                 SELECT
                    BOOKING_REF
                   ,PART_SEQ
                   ,PART_NAME
                   ,COALESCE(PHONE, ' ')
                   ,COALESCE(ID_NUMBER, ' ')
                   ,PART_STATUS
                 FROM TOUR_PARTICIPANTS
                 WHERE (PHONE = :WS-SUB-TOUR-PHONE
                        AND :WS-SUB-TOUR-PHONE <> ' ')
                    OR (PART_NAME = :WS-SUB-TOUR-NAME
                        AND BOOKING_REF IN
                            (SELECT BOOKING_REF FROM TOUR_DETAILS
                             WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID
                             UNION
                             SELECT BOOKING_REF FROM SEASON_DISCOUNT
                             WHERE CUSTOMER_ID = :WS-SUB-TOUR-ID))
                 ORDER BY BOOKING_REF, PART_SEQ
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM-REC.
           05 LK-PARM-LEN    PIC S9(04) COMP.
           05 LK-PARM-TEXT   PIC X(40).
       PROCEDURE DIVISION USING LK-PARM-REC.
       0000-MAIN.
           DISPLAY 'PGMDSAR - DATA SUBJECT ACCESS EXPORT STARTING'
           MOVE SPACES TO WS-PARM-VARS
           IF LK-PARM-LEN > 0
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-KEY-TYPE
                        WS-PARM-KEY
                        WS-PARM-RCVD
           END-IF
           EVALUATE TRUE
           WHEN (WS-PARM-KEY-TYPE NOT = 'CUST')
                AND (WS-PARM-KEY-TYPE NOT = 'SSN ')
                AND (WS-PARM-KEY-TYPE NOT = 'TOUR')
               DISPLAY 'PGMDSAR - BAD PARM KEY TYPE: ' WS-PARM-KEY-TYPE
               MOVE 8 TO RETURN-CODE
           WHEN WS-PARM-KEY = SPACES
               DISPLAY 'PGMDSAR - PARM NEEDS THE CUST_ID, SSN OR '
                   'TOUR CUSTOMER_ID'
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               DISPLAY 'REQUEST KEY: ' WS-PARM-KEY-TYPE ' ' WS-PARM-KEY
               PERFORM 1000-INIT
               PERFORM 2000-RESOLVE-SUBJECT
               PERFORM 2500-LOG-REQUEST
               PERFORM 3100-SEC-ACCOUNT
               PERFORM 3200-SEC-HOLDER
               PERFORM 3300-SEC-POLICIES
               PERFORM 3400-SEC-CO-HOLDER
               PERFORM 3500-SEC-NOMINEE
               PERFORM 3600-SEC-PAYMENTS
               PERFORM 3700-SEC-CLAIMS
               PERFORM 3800-SEC-LOANS
               PERFORM 3900-SEC-DISBURSEMENTS
               PERFORM 4000-SEC-CORRESPONDENCE
               PERFORM 4100-SEC-AUDIT
               PERFORM 4200-SEC-SESSIONS
               PERFORM 4250-SEC-CONTACT-NOTES
               PERFORM 4270-SEC-COMPLAINTS
               PERFORM 4300-SEC-TOUR-CUSTOMER
               PERFORM 4400-SEC-TOUR-BOOKINGS
               PERFORM 4500-SEC-TOUR-PAYMENTS
               PERFORM 4600-SEC-TOUR-PARTICIPANT
               PERFORM 5000-FULFIL-REQUEST
               PERFORM 5100-WRITE-COVER-INDEX
               PERFORM 9050-CONTROL-TOTALS-REPORT
           END-EVALUATE
           PERFORM 9000-TERM.
       0000-MAIN-END. EXIT.

       1000-INIT.
           MOVE SPACES TO WS-LINE
           OPEN OUTPUT O-DSAR-PS
           IF FS-DSAR-SUCC
               DISPLAY 'OPENED PERSONAL DATA EXPORT'
           ELSE
               DISPLAY 'ERROR OPENING OUTDSAR. EC: ' WS-FS-DSAR
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF
           OPEN OUTPUT O-DSIX-PS
           IF FS-DSIX-SUCC
               DISPLAY 'OPENED COVER INDEX'
           ELSE
               DISPLAY 'ERROR OPENING OUTDSIX. EC: ' WS-FS-DSIX
               CLOSE O-DSAR-PS
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       1000-INIT-END. EXIT.

      ******************************************************************
      * 2000-RESOLVE-SUBJECT: TURNS WHICHEVER KEY WE WERE GIVEN INTO   *
      * THE PERSON'S CUST_ID, SSN AND TOUR CUSTOMER_ID. THE SSN COMES  *
      * FROM THEIR HOLDER OR CO-HOLDER ROW; THE TWO BUSINESSES ARE     *
      * JOINED ONLY THROUGH THE EXPLICIT TB_PARTY_XREF LINK, NEVER BY  *
      * MATCHING NAMES.                                                *
      ******************************************************************
       2000-RESOLVE-SUBJECT.
           MOVE SPACES TO WS-SUBJECT
           EVALUATE WS-PARM-KEY-TYPE
           WHEN 'CUST'
               MOVE WS-PARM-KEY TO WS-SUB-CUST-ID
               PERFORM 2100-SSN-FROM-CUST
               PERFORM 2300-TOUR-FROM-CUST
           WHEN 'SSN '
               MOVE WS-PARM-KEY TO WS-SUB-SSN
               PERFORM 2200-CUST-FROM-SSN
               PERFORM 2300-TOUR-FROM-CUST
           WHEN 'TOUR'
               MOVE WS-PARM-KEY TO WS-SUB-TOUR-ID
               MOVE WS-SUB-TOUR-ID TO HV-PXR-CUSTOMER-ID
               EXEC SQL
                   SELECT ACCOUNT_ID
                   INTO :HV-PXR-ACCOUNT-ID
                   FROM TB_PARTY_XREF
                   WHERE CUSTOMER_ID = :HV-PXR-CUSTOMER-ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = DB2-SUCCESS
                   MOVE HV-PXR-ACCOUNT-ID TO WS-SUB-CUST-ID
                   PERFORM 2100-SSN-FROM-CUST
               ELSE
                   IF SQLCODE NOT = DB2-NOTFND
                       MOVE '2000-RESOLVE-SUBJECT' TO WS-SQLERR-PARA
                       PERFORM H003-SQL-HANDLER
                   END-IF
               END-IF
           END-EVALUATE
           IF WS-SUB-TOUR-ID NOT = SPACES
               MOVE WS-SUB-TOUR-ID TO HV-TCUS-CUSTOMER-ID
               EXEC SQL
                   SELECT CUSTOMER_NAME, COALESCE(PHONE, ' ')
                   INTO :WS-SUB-TOUR-NAME, :WS-SUB-TOUR-PHONE
                   FROM TOUR_CUSTOMER
                   WHERE CUSTOMER_ID = :HV-TCUS-CUSTOMER-ID
               END-EXEC
               IF SQLCODE NOT = DB2-NOTFND
                   MOVE '2000-RESOLVE-SUBJECT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
           END-IF
           DISPLAY 'RESOLVED CUST_ID . . . . . : ' WS-SUB-CUST-ID
           DISPLAY 'RESOLVED TOUR CUSTOMER_ID. : ' WS-SUB-TOUR-ID.
       2000-RESOLVE-SUBJECT-END. EXIT.

       2100-SSN-FROM-CUST.
           MOVE WS-SUB-CUST-ID TO HV-HOL-CUST-ID
           EXEC SQL
               SELECT SSN
               INTO :WS-SUB-SSN
               FROM TB_POLICY_HOLDER_DETAILS
               WHERE CUST_ID = :HV-HOL-CUST-ID
                 AND SSN IS NOT NULL
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE WS-SUB-CUST-ID TO HV-COH-CUST-ID
               EXEC SQL
                   SELECT SSN
                   INTO :WS-SUB-SSN
                   FROM TB_POLICY_CO_HOLDERS
                   WHERE CUST_ID = :HV-COH-CUST-ID
                     AND SSN IS NOT NULL
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '2100-SSN-FROM-CUST' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF
      * A MASKED SSN (PGMANON) IDENTIFIES NOBODY
           IF WS-SUB-SSN = 'XXX-XX-XXXX'
               MOVE SPACES TO WS-SUB-SSN
           END-IF.
       2100-SSN-FROM-CUST-END. EXIT.

       2200-CUST-FROM-SSN.
           MOVE WS-SUB-SSN TO HV-HOL-SSN
           EXEC SQL
               SELECT CUST_ID
               INTO :WS-SUB-CUST-ID
               FROM TB_POLICY_HOLDER_DETAILS
               WHERE SSN = :HV-HOL-SSN
                 AND CUST_ID IS NOT NULL
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = DB2-NOTFND
               MOVE WS-SUB-SSN TO HV-COH-SSN
               EXEC SQL
                   SELECT CUST_ID
                   INTO :WS-SUB-CUST-ID
                   FROM TB_POLICY_CO_HOLDERS
                   WHERE SSN = :HV-COH-SSN
                     AND CUST_ID IS NOT NULL
                     AND CUST_ID <> ' '
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '2200-CUST-FROM-SSN' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
           END-IF.
       2200-CUST-FROM-SSN-END. EXIT.

       2300-TOUR-FROM-CUST.
           IF WS-SUB-CUST-ID NOT = SPACES
               MOVE WS-SUB-CUST-ID TO HV-PXR-ACCOUNT-ID
               EXEC SQL
                   SELECT CUSTOMER_ID
                   INTO :WS-SUB-TOUR-ID
                   FROM TB_PARTY_XREF
                   WHERE ACCOUNT_ID = :HV-PXR-ACCOUNT-ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = DB2-NOTFND
                   MOVE '2300-TOUR-FROM-CUST' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
           END-IF.
       2300-TOUR-FROM-CUST-END. EXIT.

      ******************************************************************
      * 2500-LOG-REQUEST: THE REQUEST IS ON TB_DSAR_REQUESTS AS 'OPEN' *
      * AND COMMITTED BEFORE ANY DATA IS WRITTEN, SO A RUN THAT DIES   *
      * PART WAY STILL SHOWS AS AN UNANSWERED REQUEST.                 *
      ******************************************************************
       2500-LOG-REQUEST.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-REQ-TODAY
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '2500-LOG-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           IF WS-PARM-RCVD = SPACES
               MOVE WS-REQ-TODAY TO WS-REQ-RCVD
           ELSE
               MOVE WS-PARM-RCVD TO WS-REQ-RCVD
           END-IF
           EXEC SQL
               SELECT CHAR(DATE(:WS-REQ-RCVD)
                           + :WS-DSAR-DUE-DAYS DAYS, ISO)
               INTO :WS-REQ-DUE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE '2500-LOG-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE 'DSAR' TO HV-IDC-ID-TYPE
           EXEC SQL
               UPDATE TB_ID_CONTROL
               SET LAST_NBR = LAST_NBR + 1
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2500-LOG-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL
               SELECT ID_PREFIX, LAST_NBR
               INTO :HV-IDC-ID-PREFIX, :HV-IDC-LAST-NBR
               FROM TB_ID_CONTROL
               WHERE ID_TYPE = :HV-IDC-ID-TYPE
           END-EXEC
           MOVE '2500-LOG-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           MOVE HV-IDC-LAST-NBR TO WS-IDGEN-NBR
           MOVE SPACES TO WS-REQ-ID
           STRING HV-IDC-ID-PREFIX DELIMITED BY SIZE
                  WS-IDGEN-NBR      DELIMITED BY SIZE
                  INTO WS-REQ-ID
           END-STRING
           MOVE WS-REQ-ID        TO HV-DSR-REQUEST-ID
           MOVE WS-PARM-KEY-TYPE TO HV-DSR-KEY-TYPE
           MOVE WS-PARM-KEY      TO HV-DSR-KEY-VALUE
           MOVE WS-SUB-CUST-ID   TO HV-DSR-CUST-ID
           MOVE WS-SUB-TOUR-ID   TO HV-DSR-TOUR-CUST-ID
           MOVE WS-REQ-RCVD      TO HV-DSR-RECEIVED-DATE
           MOVE WS-REQ-DUE       TO HV-DSR-DUE-DATE
           MOVE 'OPEN'           TO HV-DSR-STATUS
           EXEC SQL
               INSERT INTO TB_DSAR_REQUESTS VALUES (
                :HV-DSR-REQUEST-ID
               ,:HV-DSR-KEY-TYPE
               ,:HV-DSR-KEY-VALUE
               ,:HV-DSR-CUST-ID
               ,:HV-DSR-TOUR-CUST-ID
               ,DATE(:HV-DSR-RECEIVED-DATE)
               ,DATE(:HV-DSR-DUE-DATE)
               ,NULL
               ,:HV-DSR-STATUS
               ,0
               )
           END-EXEC
           MOVE '2500-LOG-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'REQUEST ID . . . . . . . . : ' WS-REQ-ID
           DISPLAY 'RECEIVED / DUE . . . . . . : ' WS-REQ-RCVD
               ' / ' WS-REQ-DUE
      * THE EXPORT OPENS WITH WHO IT IS FOR
           STRING 'DATA SUBJECT ACCESS REQUEST ' DELIMITED BY SIZE
                  WS-REQ-ID                      DELIMITED BY SIZE
                  ' - PERSONAL DATA HELD AS AT '  DELIMITED BY SIZE
                  WS-REQ-TODAY                   DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 8100-WRITE-LINE
           STRING 'CUSTOMER ID: '        DELIMITED BY SIZE
                  WS-SUB-CUST-ID         DELIMITED BY SIZE
                  '  TOUR CUSTOMER ID: ' DELIMITED BY SIZE
                  WS-SUB-TOUR-ID         DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 8100-WRITE-LINE.
       2500-LOG-REQUEST-END. EXIT.

       3100-SEC-ACCOUNT.
           MOVE 'ONLINE ACCOUNT' TO WS-NEW-SEC-TITLE
           MOVE 'TB_ACCOUNTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3110-ACCOUNT-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3100-SEC-ACCOUNT-END. EXIT.

       3110-ACCOUNT-ROWS.
           MOVE WS-SUB-CUST-ID TO HV-ACC-ID
           MOVE SPACES TO HV-ACC-NAME-TEXT
           EXEC SQL
               SELECT COALESCE(NAME, ' ')
                     ,COALESCE(TYPE, ' ')
                     ,COALESCE(ACCT_STATUS, ' ')
                     ,COALESCE(LOCKED, ' ')
                     ,COALESCE(CHAR(PWD_CHANGED_DATE, ISO), ' ')
               INTO :HV-ACC-NAME
                   ,:HV-ACC-TYPE
                   ,:HV-ACC-STATUS
                   ,:HV-ACC-LOCKED
                   ,:HV-ACC-PWD-CHG-DATE
               FROM TB_ACCOUNTS
               WHERE ID = :HV-ACC-ID
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '3100-SEC-ACCOUNT' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               STRING '  USER ID: '           DELIMITED BY SIZE
                      HV-ACC-ID               DELIMITED BY SIZE
                      '  NAME: '              DELIMITED BY SIZE
                      HV-ACC-NAME-TEXT        DELIMITED BY SIZE
                      '  TYPE: '              DELIMITED BY SIZE
                      HV-ACC-TYPE             DELIMITED BY SIZE
                      '  STATUS: '            DELIMITED BY SIZE
                      HV-ACC-STATUS           DELIMITED BY SIZE
                      '  LOCKED: '            DELIMITED BY SIZE
                      HV-ACC-LOCKED           DELIMITED BY SIZE
                      '  PASSWORD CHANGED: '  DELIMITED BY SIZE
                      HV-ACC-PWD-CHG-DATE     DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 8300-WRITE-ROW
           END-IF.
       3110-ACCOUNT-ROWS-END. EXIT.

       3200-SEC-HOLDER.
           MOVE 'POLICY HOLDER DETAILS' TO WS-NEW-SEC-TITLE
           MOVE 'TB_POLICY_HOLDER_DETAILS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           EXEC SQL OPEN CURSOR_DSHD END-EXEC
           MOVE '3200-SEC-HOLDER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-HOL-NAME-TEXT
                              HV-HOL-ADDR-TEXT
                              HV-HOL-EMAIL-TEXT
               EXEC SQL
                   FETCH CURSOR_DSHD INTO
                        :HV-HOL-POL-ID
                       ,:HV-HOL-CUST-ID
                       ,:HV-HOL-AGENT-ID
                       ,:HV-HOL-NAME
                       ,:HV-HOL-PHONE
                       ,:HV-HOL-DOB
                       ,:HV-HOL-SSN
                       ,:HV-HOL-POL-TYPE
                       ,:HV-HOL-TENURE-YEARS
                       ,:HV-HOL-SUM-ASSURED
                       ,:HV-HOL-CURRENCY-CODE
                       ,:HV-HOL-ADDRESS
                       ,:HV-HOL-EMAIL
                       ,:HV-HOL-INDEX-OPTOUT
                       ,:HV-HOL-SMOKER-CLASS
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3200-SEC-HOLDER' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-HOL-SUM-ASSURED TO WS-AMT-E
                   STRING '  POLICY: '       DELIMITED BY SIZE
                          HV-HOL-POL-ID      DELIMITED BY SIZE
                          '  CUSTOMER ID: '  DELIMITED BY SIZE
                          HV-HOL-CUST-ID     DELIMITED BY SIZE
                          '  AGENT: '        DELIMITED BY SIZE
                          HV-HOL-AGENT-ID    DELIMITED BY SIZE
                          '  TYPE: '         DELIMITED BY SIZE
                          HV-HOL-POL-TYPE    DELIMITED BY SIZE
                          '  TENURE: '       DELIMITED BY SIZE
                          HV-HOL-TENURE-YEARS DELIMITED BY SIZE
                          '  SUM ASSURED: '  DELIMITED BY SIZE
                          WS-AMT-E           DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          HV-HOL-CURRENCY-CODE DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    NAME: '       DELIMITED BY SIZE
                          HV-HOL-NAME-TEXT   DELIMITED BY SIZE
                          '  DATE OF BIRTH: ' DELIMITED BY SIZE
                          HV-HOL-DOB         DELIMITED BY SIZE
                          '  SSN: '          DELIMITED BY SIZE
                          HV-HOL-SSN         DELIMITED BY SIZE
                          '  PHONE: '        DELIMITED BY SIZE
                          HV-HOL-PHONE       DELIMITED BY SIZE
                          '  SMOKER CLASS: ' DELIMITED BY SIZE
                          HV-HOL-SMOKER-CLASS DELIMITED BY SIZE
                          '  INDEXATION OPT-OUT: ' DELIMITED BY SIZE
                          HV-HOL-INDEX-OPTOUT DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
                   STRING '    ADDRESS: '    DELIMITED BY SIZE
                          HV-HOL-ADDR-TEXT   DELIMITED BY SIZE
                          '  EMAIL: '        DELIMITED BY SIZE
                          HV-HOL-EMAIL-TEXT  DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSHD END-EXEC
           PERFORM 8400-END-SECTION.
       3200-SEC-HOLDER-END. EXIT.

       3300-SEC-POLICIES.
           MOVE 'POLICIES HELD' TO WS-NEW-SEC-TITLE
           MOVE 'TB_POLICY_DETAILS, TB_POLICY_DETAILS_HIST'
               TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3310-POLICIES-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3300-SEC-POLICIES-END. EXIT.

       3310-POLICIES-ROWS.
           EXEC SQL OPEN CURSOR_DSPL END-EXEC
           MOVE '3300-SEC-POLICIES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSPL INTO
                        :WS-ROW-STATE
                       ,:HV-POL-POL-ID
                       ,:HV-POL-AGENT-ID
                       ,:HV-POL-POL-TYPE
                       ,:HV-POL-POLICY-STATUS
                       ,:HV-POL-PREMIUM-AMNT
                       ,:HV-POL-PAY-FREQ
                       ,:HV-POL-CURRENCY-CODE
                       ,:HV-POL-OUTSTANDING-AMNT
                       ,:HV-POL-POL-STRT-DATE
                       ,:HV-POL-MATURITY-DATE
                       ,:HV-POL-PAID-DATE
                       ,:WS-ROW-DATE-1
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3300-SEC-POLICIES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-POL-PREMIUM-AMNT     TO WS-AMT-E
                   MOVE HV-POL-OUTSTANDING-AMNT TO WS-AMT2-E
                   STRING '  POLICY: '          DELIMITED BY SIZE
                          HV-POL-POL-ID         DELIMITED BY SIZE
                          ' ('                  DELIMITED BY SIZE
                          WS-ROW-STATE          DELIMITED BY SPACE
                          ')  TYPE: '           DELIMITED BY SIZE
                          HV-POL-POL-TYPE       DELIMITED BY SIZE
                          '  STATUS: '          DELIMITED BY SIZE
                          HV-POL-POLICY-STATUS  DELIMITED BY SIZE
                          '  AGENT: '           DELIMITED BY SIZE
                          HV-POL-AGENT-ID       DELIMITED BY SIZE
                          '  PREMIUM: '         DELIMITED BY SIZE
                          WS-AMT-E              DELIMITED BY SIZE
                          ' '                   DELIMITED BY SIZE
                          HV-POL-CURRENCY-CODE  DELIMITED BY SIZE
                          '  FREQUENCY: '       DELIMITED BY SIZE
                          HV-POL-PAY-FREQ       DELIMITED BY SIZE
                          '  OUTSTANDING: '     DELIMITED BY SIZE
                          WS-AMT2-E             DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    STARTED: '       DELIMITED BY SIZE
                          HV-POL-POL-STRT-DATE  DELIMITED BY SIZE
                          '  MATURES: '         DELIMITED BY SIZE
                          HV-POL-MATURITY-DATE  DELIMITED BY SIZE
                          '  LAST PAID: '       DELIMITED BY SIZE
                          HV-POL-PAID-DATE      DELIMITED BY SIZE
                          '  ARCHIVED: '        DELIMITED BY SIZE
                          WS-ROW-DATE-1         DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSPL END-EXEC.
       3310-POLICIES-ROWS-END. EXIT.

       3400-SEC-CO-HOLDER.
           MOVE 'CO-HOLDER OF A POLICY' TO WS-NEW-SEC-TITLE
           MOVE 'TB_POLICY_CO_HOLDERS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           EXEC SQL OPEN CURSOR_DSCH END-EXEC
           MOVE '3400-SEC-CO-HOLDER' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-COH-NAME-TEXT
               EXEC SQL
                   FETCH CURSOR_DSCH INTO
                        :HV-COH-POL-ID
                       ,:HV-COH-NAME
                       ,:HV-COH-PHONE
                       ,:HV-COH-DOB
                       ,:HV-COH-SSN
                       ,:HV-COH-CUST-ID
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3400-SEC-CO-HOLDER' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   STRING '  POLICY: '        DELIMITED BY SIZE
                          HV-COH-POL-ID       DELIMITED BY SIZE
                          '  NAME: '          DELIMITED BY SIZE
                          HV-COH-NAME-TEXT    DELIMITED BY SIZE
                          '  DATE OF BIRTH: ' DELIMITED BY SIZE
                          HV-COH-DOB          DELIMITED BY SIZE
                          '  SSN: '           DELIMITED BY SIZE
                          HV-COH-SSN          DELIMITED BY SIZE
                          '  PHONE: '         DELIMITED BY SIZE
                          HV-COH-PHONE        DELIMITED BY SIZE
                          '  CUSTOMER ID: '   DELIMITED BY SIZE
                          HV-COH-CUST-ID      DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSCH END-EXEC
           PERFORM 8400-END-SECTION.
       3400-SEC-CO-HOLDER-END. EXIT.

       3500-SEC-NOMINEE.
           MOVE 'NAMED AS NOMINEE' TO WS-NEW-SEC-TITLE
           MOVE 'TB_POLICY_NOMINEE' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-SSN NOT = SPACES
               PERFORM 3510-NOMINEE-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3500-SEC-NOMINEE-END. EXIT.

       3510-NOMINEE-ROWS.
           EXEC SQL OPEN CURSOR_DSNM END-EXEC
           MOVE '3500-SEC-NOMINEE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-NOM-NAME-TEXT
               EXEC SQL
                   FETCH CURSOR_DSNM INTO
                        :HV-NOM-POL-ID
                       ,:HV-NOM-NAME
                       ,:HV-NOM-RELATION
                       ,:HV-NOM-PHONE
                       ,:HV-NOM-DOB
                       ,:HV-NOM-SSN
                       ,:HV-NOM-EXT-ID
                       ,:HV-NOM-SHARE-PCT
                       ,:HV-NOM-DOD
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3500-SEC-NOMINEE' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-NOM-SHARE-PCT TO WS-PCT-E
                   STRING '  POLICY: '        DELIMITED BY SIZE
                          HV-NOM-POL-ID       DELIMITED BY SIZE
                          '  NAME: '          DELIMITED BY SIZE
                          HV-NOM-NAME-TEXT    DELIMITED BY SIZE
                          '  RELATION: '      DELIMITED BY SIZE
                          HV-NOM-RELATION     DELIMITED BY SIZE
                          '  SHARE %: '       DELIMITED BY SIZE
                          WS-PCT-E            DELIMITED BY SIZE
                          '  NOMINEE REF: '   DELIMITED BY SIZE
                          HV-NOM-EXT-ID       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    DATE OF BIRTH: ' DELIMITED BY SIZE
                          HV-NOM-DOB          DELIMITED BY SIZE
                          '  SSN: '           DELIMITED BY SIZE
                          HV-NOM-SSN          DELIMITED BY SIZE
                          '  PHONE: '         DELIMITED BY SIZE
                          HV-NOM-PHONE        DELIMITED BY SIZE
                          '  DATE OF DEATH: ' DELIMITED BY SIZE
                          HV-NOM-DOD          DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSNM END-EXEC.
       3510-NOMINEE-ROWS-END. EXIT.

       3600-SEC-PAYMENTS.
           MOVE 'PREMIUM PAYMENTS' TO WS-NEW-SEC-TITLE
           MOVE 'TB_PREMIUM_PAYMENTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3610-PAYMENTS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3600-SEC-PAYMENTS-END. EXIT.

       3610-PAYMENTS-ROWS.
           EXEC SQL OPEN CURSOR_DSPY END-EXEC
           MOVE '3600-SEC-PAYMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSPY INTO
                        :HV-PPY-POL-ID
                       ,:HV-PPY-PAID-DATE
                       ,:HV-PPY-AMOUNT-PAID
                       ,:HV-PPY-PAID-BY
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3600-SEC-PAYMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-PPY-AMOUNT-PAID TO WS-AMT-E
                   STRING '  POLICY: '        DELIMITED BY SIZE
                          HV-PPY-POL-ID       DELIMITED BY SIZE
                          '  PAID ON: '       DELIMITED BY SIZE
                          HV-PPY-PAID-DATE    DELIMITED BY SIZE
                          '  AMOUNT: '        DELIMITED BY SIZE
                          WS-AMT-E            DELIMITED BY SIZE
                          '  PAID BY: '       DELIMITED BY SIZE
                          HV-PPY-PAID-BY      DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSPY END-EXEC.
       3610-PAYMENTS-ROWS-END. EXIT.

       3700-SEC-CLAIMS.
           MOVE 'CLAIMS AND APPEALS' TO WS-NEW-SEC-TITLE
           MOVE 'TB_CLAIMS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3710-CLAIMS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3700-SEC-CLAIMS-END. EXIT.

       3710-CLAIMS-ROWS.
           EXEC SQL OPEN CURSOR_DSCL END-EXEC
           MOVE '3700-SEC-CLAIMS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-CLM-REASON-TEXT
                              HV-CLM-DEC-RSN-TEXT
                              HV-CLM-APL-RSN-TEXT
               EXEC SQL
                   FETCH CURSOR_DSCL INTO
                        :HV-CLM-CLAIM-ID
                       ,:HV-CLM-POL-ID
                       ,:HV-CLM-CLAIM-DATE
                       ,:HV-CLM-REASON
                       ,:HV-CLM-AMOUNT
                       ,:HV-CLM-STATUS
                       ,:HV-CLM-DECIDED-DATE
                       ,:HV-CLM-DEC-REASON
                       ,:HV-CLM-RIDER-TYPE
                       ,:HV-CLM-APPEAL-DATE
                       ,:HV-CLM-APPEAL-DEC-DT
                       ,:HV-CLM-APPEAL-REASON
                       ,:HV-CLM-APPROVED-AMT
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3700-SEC-CLAIMS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-CLM-AMOUNT       TO WS-AMT-E
                   MOVE HV-CLM-APPROVED-AMT TO WS-AMT2-E
                   STRING '  CLAIM: '         DELIMITED BY SIZE
                          HV-CLM-CLAIM-ID     DELIMITED BY SIZE
                          '  POLICY: '        DELIMITED BY SIZE
                          HV-CLM-POL-ID       DELIMITED BY SIZE
                          '  FILED: '         DELIMITED BY SIZE
                          HV-CLM-CLAIM-DATE   DELIMITED BY SIZE
                          '  REASON: '        DELIMITED BY SIZE
                          HV-CLM-REASON-TEXT  DELIMITED BY SIZE
                          '  RIDER: '         DELIMITED BY SIZE
                          HV-CLM-RIDER-TYPE   DELIMITED BY SIZE
                          '  CLAIMED: '       DELIMITED BY SIZE
                          WS-AMT-E            DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-CLM-STATUS       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    DECIDED: '     DELIMITED BY SIZE
                          HV-CLM-DECIDED-DATE DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CLM-DEC-RSN-TEXT DELIMITED BY SIZE
                          '  APPEALED: '      DELIMITED BY SIZE
                          HV-CLM-APPEAL-DATE  DELIMITED BY SIZE
                          '  APPEAL DECIDED: ' DELIMITED BY SIZE
                          HV-CLM-APPEAL-DEC-DT DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CLM-APL-RSN-TEXT DELIMITED BY SIZE
                          '  APPROVED: '      DELIMITED BY SIZE
                          WS-AMT2-E           DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSCL END-EXEC.
       3710-CLAIMS-ROWS-END. EXIT.

       3800-SEC-LOANS.
           MOVE 'POLICY LOANS' TO WS-NEW-SEC-TITLE
           MOVE 'TB_POLICY_LOANS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3810-LOANS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3800-SEC-LOANS-END. EXIT.

       3810-LOANS-ROWS.
           EXEC SQL OPEN CURSOR_DSLN END-EXEC
           MOVE '3800-SEC-LOANS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSLN INTO
                        :HV-LON-LOAN-ID
                       ,:HV-LON-POL-ID
                       ,:HV-LON-PRINCIPAL
                       ,:HV-LON-ACCRUED-INT
                       ,:HV-LON-STATUS
                       ,:HV-LON-LOAN-DATE
                       ,:HV-LON-LAST-ACCR-DT
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3800-SEC-LOANS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-LON-PRINCIPAL   TO WS-DEC-E
                   MOVE HV-LON-ACCRUED-INT TO WS-DEC2-E
                   STRING '  LOAN: '          DELIMITED BY SIZE
                          HV-LON-LOAN-ID      DELIMITED BY SIZE
                          '  POLICY: '        DELIMITED BY SIZE
                          HV-LON-POL-ID       DELIMITED BY SIZE
                          '  TAKEN: '         DELIMITED BY SIZE
                          HV-LON-LOAN-DATE    DELIMITED BY SIZE
                          '  PRINCIPAL: '     DELIMITED BY SIZE
                          WS-DEC-E            DELIMITED BY SIZE
                          '  INTEREST: '      DELIMITED BY SIZE
                          WS-DEC2-E           DELIMITED BY SIZE
                          '  TO: '            DELIMITED BY SIZE
                          HV-LON-LAST-ACCR-DT DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-LON-STATUS       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSLN END-EXEC.
       3810-LOANS-ROWS-END. EXIT.

       3900-SEC-DISBURSEMENTS.
           MOVE 'PAYMENTS MADE TO YOU' TO WS-NEW-SEC-TITLE
           MOVE 'TB_DISBURSEMENTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 3910-DISBURSEMENTS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       3900-SEC-DISBURSEMENTS-END. EXIT.

       3910-DISBURSEMENTS-ROWS.
           EXEC SQL OPEN CURSOR_DSDB END-EXEC
           MOVE '3900-SEC-DISBURSEMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-DSB-PAYEE-TEXT
               EXEC SQL
                   FETCH CURSOR_DSDB INTO
                        :HV-DSB-DISB-ID
                       ,:HV-DSB-SOURCE-TYPE
                       ,:HV-DSB-REF-ID
                       ,:HV-DSB-POL-ID
                       ,:HV-DSB-PAYEE-NAME
                       ,:HV-DSB-AMOUNT
                       ,:HV-DSB-CURRENCY-CODE
                       ,:HV-DSB-ISSUE-DATE
                       ,:HV-DSB-STATUS
                       ,:HV-DSB-STATUS-DATE
                       ,:HV-DSB-GROSS-AMT
                       ,:HV-DSB-WITHHELD-AMT
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '3900-SEC-DISBURSEMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-DSB-AMOUNT       TO WS-AMT-E
                   MOVE HV-DSB-GROSS-AMT    TO WS-AMT2-E
                   MOVE HV-DSB-WITHHELD-AMT TO WS-AMT3-E
                   STRING '  PAYMENT: '       DELIMITED BY SIZE
                          HV-DSB-DISB-ID      DELIMITED BY SIZE
                          '  POLICY: '        DELIMITED BY SIZE
                          HV-DSB-POL-ID       DELIMITED BY SIZE
                          '  FOR: '           DELIMITED BY SIZE
                          HV-DSB-SOURCE-TYPE  DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-DSB-REF-ID       DELIMITED BY SIZE
                          '  PAYEE: '         DELIMITED BY SIZE
                          HV-DSB-PAYEE-TEXT   DELIMITED BY SIZE
                          '  ISSUED: '        DELIMITED BY SIZE
                          HV-DSB-ISSUE-DATE   DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    GROSS: '       DELIMITED BY SIZE
                          WS-AMT2-E           DELIMITED BY SIZE
                          '  TAX WITHHELD: '  DELIMITED BY SIZE
                          WS-AMT3-E           DELIMITED BY SIZE
                          '  PAID: '          DELIMITED BY SIZE
                          WS-AMT-E            DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-DSB-CURRENCY-CODE DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-DSB-STATUS       DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-DSB-STATUS-DATE  DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSDB END-EXEC.
       3910-DISBURSEMENTS-ROWS-END. EXIT.

       4000-SEC-CORRESPONDENCE.
           MOVE 'LETTERS SENT TO YOU' TO WS-NEW-SEC-TITLE
           MOVE 'TB_CORRESPONDENCE_LOG' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 4010-CORRESPONDENCE-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4000-SEC-CORRESPONDENCE-END. EXIT.

       4010-CORRESPONDENCE-ROWS.
           EXEC SQL OPEN CURSOR_DSLT END-EXEC
           MOVE '4000-SEC-CORRESPONDENCE' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSLT INTO
                        :HV-COR-LETTER-ID
                       ,:HV-COR-EVENT-TYPE
                       ,:HV-COR-POL-ID
                       ,:HV-COR-SENT-DATE
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4000-SEC-CORRESPONDENCE' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   STRING '  LETTER: '        DELIMITED BY SIZE
                          HV-COR-LETTER-ID    DELIMITED BY SIZE
                          '  KIND: '          DELIMITED BY SIZE
                          HV-COR-EVENT-TYPE   DELIMITED BY SIZE
                          '  POLICY: '        DELIMITED BY SIZE
                          HV-COR-POL-ID       DELIMITED BY SIZE
                          '  SENT: '          DELIMITED BY SIZE
                          HV-COR-SENT-DATE    DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSLT END-EXEC.
       4010-CORRESPONDENCE-ROWS-END. EXIT.

       4100-SEC-AUDIT.
           MOVE 'ACTIONS ON YOUR ACCOUNT AND POLICIES'
               TO WS-NEW-SEC-TITLE
           MOVE 'TB_AUDIT_LOG, TB_AUDIT_LOG_HIST' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 4110-AUDIT-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4100-SEC-AUDIT-END. EXIT.

       4110-AUDIT-ROWS.
           EXEC SQL OPEN CURSOR_DSAU END-EXEC
           MOVE '4100-SEC-AUDIT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSAU INTO
                        :WS-ROW-STATE
                       ,:HV-AUD-PERFORMED-BY
                       ,:HV-AUD-ACTION
                       ,:HV-AUD-REF-ID
                       ,:HV-AUD-AUDIT-DATE
                       ,:HV-AUD-AUDIT-TIME
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4100-SEC-AUDIT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   STRING '  ON: '            DELIMITED BY SIZE
                          HV-AUD-AUDIT-DATE   DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-AUD-AUDIT-TIME   DELIMITED BY SIZE
                          '  ACTION: '        DELIMITED BY SIZE
                          HV-AUD-ACTION       DELIMITED BY SIZE
                          '  BY: '            DELIMITED BY SIZE
                          HV-AUD-PERFORMED-BY DELIMITED BY SIZE
                          '  REFERENCE: '     DELIMITED BY SIZE
                          HV-AUD-REF-ID       DELIMITED BY SIZE
                          '  ('               DELIMITED BY SIZE
                          WS-ROW-STATE        DELIMITED BY SPACE
                          ' LOG)'             DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSAU END-EXEC.
       4110-AUDIT-ROWS-END. EXIT.

       4200-SEC-SESSIONS.
           MOVE 'ONLINE SIGN-ON SESSIONS' TO WS-NEW-SEC-TITLE
           MOVE 'TB_SESSIONS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 4210-SESSIONS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4200-SEC-SESSIONS-END. EXIT.

       4210-SESSIONS-ROWS.
           EXEC SQL OPEN CURSOR_DSSS END-EXEC
           MOVE '4200-SEC-SESSIONS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSSS INTO
                        :HV-SES-TERMINAL-ID
                       ,:HV-SES-ISSUE-DATE
                       ,:HV-SES-ISSUE-TIME
                       ,:HV-SES-LAST-USED-TS
                       ,:HV-SES-STATUS
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4200-SEC-SESSIONS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   STRING '  SIGNED ON: '     DELIMITED BY SIZE
                          HV-SES-ISSUE-DATE   DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-SES-ISSUE-TIME   DELIMITED BY SIZE
                          '  TERMINAL: '      DELIMITED BY SIZE
                          HV-SES-TERMINAL-ID  DELIMITED BY SIZE
                          '  LAST USED: '     DELIMITED BY SIZE
                          HV-SES-LAST-USED-TS DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-SES-STATUS       DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSSS END-EXEC.
       4210-SESSIONS-ROWS-END. EXIT.

       4250-SEC-CONTACT-NOTES.
           MOVE 'SERVICE CONTACTS WITH YOU' TO WS-NEW-SEC-TITLE
           MOVE 'TB_CONTACT_NOTES' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-CUST-ID NOT = SPACES
               PERFORM 4260-CONTACT-NOTES-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4250-SEC-CONTACT-NOTES-END. EXIT.

       4260-CONTACT-NOTES-ROWS.
           EXEC SQL OPEN CURSOR_DSCN END-EXEC
           MOVE '4250-SEC-CONTACT-NOTES' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-NTE-TEXT-TEXT
               EXEC SQL
                   FETCH CURSOR_DSCN INTO
                        :HV-NTE-NOTE-ID
                       ,:HV-NTE-POL-ID
                       ,:HV-NTE-NOTE-DATE
                       ,:HV-NTE-NOTE-TIME
                       ,:HV-NTE-CHANNEL
                       ,:HV-NTE-CATEGORY
                       ,:HV-NTE-NOTE-TEXT
                       ,:HV-NTE-FUP-DATE
                       ,:HV-NTE-FUP-STATUS
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4250-SEC-CONTACT-NOTES' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   STRING '  ON: '            DELIMITED BY SIZE
                          HV-NTE-NOTE-DATE    DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-NTE-NOTE-TIME    DELIMITED BY SIZE
                          '  BY: '            DELIMITED BY SIZE
                          HV-NTE-CHANNEL      DELIMITED BY SIZE
                          '  ABOUT: '         DELIMITED BY SIZE
                          HV-NTE-CATEGORY     DELIMITED BY SIZE
                          '  POLICY: '        DELIMITED BY SIZE
                          HV-NTE-POL-ID       DELIMITED BY SIZE
                          '  FOLLOW-UP: '     DELIMITED BY SIZE
                          HV-NTE-FUP-DATE     DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-NTE-FUP-STATUS   DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    NOTE: '        DELIMITED BY SIZE
                          HV-NTE-TEXT-TEXT    DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSCN END-EXEC.
       4260-CONTACT-NOTES-ROWS-END. EXIT.

       4270-SEC-COMPLAINTS.
           MOVE 'COMPLAINTS YOU MADE' TO WS-NEW-SEC-TITLE
           MOVE 'TB_COMPLAINTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF (WS-SUB-CUST-ID NOT = SPACES)
               OR (WS-SUB-TOUR-ID NOT = SPACES)
               PERFORM 4280-COMPLAINTS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4270-SEC-COMPLAINTS-END. EXIT.

       4280-COMPLAINTS-ROWS.
           EXEC SQL OPEN CURSOR_DSCM END-EXEC
           MOVE '4270-SEC-COMPLAINTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               MOVE SPACES TO HV-CMP-DESC-TEXT
               EXEC SQL
                   FETCH CURSOR_DSCM INTO
                        :HV-CMP-COMPLAINT-ID
                       ,:HV-CMP-SUBJECT-TYPE
                       ,:HV-CMP-BOOKING-REF
                       ,:HV-CMP-CATEGORY
                       ,:HV-CMP-RECEIVED-DATE
                       ,:HV-CMP-DESCRIPTION
                       ,:HV-CMP-STATUS
                       ,:HV-CMP-OUTCOME
                       ,:HV-CMP-RESOLVED-DATE
                       ,:HV-CMP-REDRESS-AMT
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4270-SEC-COMPLAINTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-CMP-REDRESS-AMT TO WS-AMT-E
                   STRING '  COMPLAINT: '     DELIMITED BY SIZE
                          HV-CMP-COMPLAINT-ID DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-SUBJECT-TYPE DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-BOOKING-REF  DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-CATEGORY     DELIMITED BY SIZE
                          ' RCVD: '           DELIMITED BY SIZE
                          HV-CMP-RECEIVED-DATE
                                              DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-STATUS       DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-OUTCOME      DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          HV-CMP-RESOLVED-DATE
                                              DELIMITED BY SIZE
                          ' REDRESS: '        DELIMITED BY SIZE
                          WS-AMT-E            DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
                   STRING '    COMPLAINT: '   DELIMITED BY SIZE
                          HV-CMP-DESC-TEXT    DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSCM END-EXEC.
       4280-COMPLAINTS-ROWS-END. EXIT.

       4300-SEC-TOUR-CUSTOMER.
           MOVE 'TOUR CUSTOMER RECORD' TO WS-NEW-SEC-TITLE
           MOVE 'TOUR_CUSTOMER, TB_PARTY_XREF' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-TOUR-ID NOT = SPACES
               PERFORM 4310-TOUR-CUSTOMER-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4300-SEC-TOUR-CUSTOMER-END. EXIT.

       4310-TOUR-CUSTOMER-ROWS.
           MOVE WS-SUB-TOUR-ID TO HV-TCUS-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_NAME
                     ,COALESCE(PHONE, ' ')
                     ,COALESCE(EMAIL, ' ')
                     ,ACTIVE_FLAG
               INTO :HV-TCUS-NAME
                   ,:HV-TCUS-PHONE
                   ,:HV-TCUS-EMAIL
                   ,:HV-TCUS-ACTIVE-FLAG
               FROM TOUR_CUSTOMER
               WHERE CUSTOMER_ID = :HV-TCUS-CUSTOMER-ID
           END-EXEC
           IF SQLCODE NOT = DB2-NOTFND
               MOVE '4300-SEC-TOUR-CUSTOMER' TO WS-SQLERR-PARA
               PERFORM H003-SQL-HANDLER
               MOVE SPACES TO HV-PXR-LINKED-DATE
               MOVE WS-SUB-TOUR-ID TO HV-PXR-CUSTOMER-ID
               EXEC SQL
                   SELECT CHAR(LINKED_DATE, ISO)
                   INTO :HV-PXR-LINKED-DATE
                   FROM TB_PARTY_XREF
                   WHERE CUSTOMER_ID = :HV-PXR-CUSTOMER-ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = DB2-NOTFND
                   MOVE '4300-SEC-TOUR-CUSTOMER' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
               END-IF
               STRING '  CUSTOMER ID: '       DELIMITED BY SIZE
                      HV-TCUS-CUSTOMER-ID     DELIMITED BY SIZE
                      '  NAME: '              DELIMITED BY SIZE
                      HV-TCUS-NAME            DELIMITED BY SIZE
                      '  PHONE: '             DELIMITED BY SIZE
                      HV-TCUS-PHONE           DELIMITED BY SIZE
                      '  EMAIL: '             DELIMITED BY SIZE
                      HV-TCUS-EMAIL           DELIMITED BY SIZE
                      '  ACTIVE: '            DELIMITED BY SIZE
                      HV-TCUS-ACTIVE-FLAG     DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 8300-WRITE-ROW
               STRING '    LINKED TO INSURANCE CUSTOMER ID: '
                                              DELIMITED BY SIZE
                      WS-SUB-CUST-ID          DELIMITED BY SIZE
                      '  ON: '                DELIMITED BY SIZE
                      HV-PXR-LINKED-DATE      DELIMITED BY SIZE
                      INTO WS-LINE
               END-STRING
               PERFORM 8100-WRITE-LINE
           END-IF.
       4310-TOUR-CUSTOMER-ROWS-END. EXIT.

       4400-SEC-TOUR-BOOKINGS.
           MOVE 'TOUR BOOKINGS' TO WS-NEW-SEC-TITLE
           MOVE 'TOUR_DETAILS, SEASON_DISCOUNT' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-TOUR-ID NOT = SPACES
               PERFORM 4410-TOUR-BOOKINGS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4400-SEC-TOUR-BOOKINGS-END. EXIT.

       4410-TOUR-BOOKINGS-ROWS.
           EXEC SQL OPEN CURSOR_DSTB END-EXEC
           MOVE '4400-SEC-TOUR-BOOKINGS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSTB INTO
                        :HV-TOUR-BOOKING-REF
                       ,:HV-TOUR-TOUR-PLACE
                       ,:HV-TOUR-TOUR-GUIDE
                       ,:HV-TOUR-LANGUAGE
                       ,:HV-TOUR-TOUR-DATE
                       ,:HV-TOUR-GROUP-SIZE
                       ,:HV-TOUR-PRICE-PER-HEAD
                       ,:HV-TOUR-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4400-SEC-TOUR-BOOKINGS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-TOUR-GROUP-SIZE     TO WS-INT-E
                   MOVE HV-TOUR-PRICE-PER-HEAD TO WS-INT2-E
                   STRING '  BOOKING: '        DELIMITED BY SIZE
                          HV-TOUR-BOOKING-REF  DELIMITED BY SIZE
                          '  TOUR: '           DELIMITED BY SIZE
                          HV-TOUR-TOUR-PLACE   DELIMITED BY SIZE
                          '  DATE: '           DELIMITED BY SIZE
                          HV-TOUR-TOUR-DATE    DELIMITED BY SIZE
                          '  GUIDE: '          DELIMITED BY SIZE
                          HV-TOUR-TOUR-GUIDE   DELIMITED BY SIZE
                          '  LANGUAGE: '       DELIMITED BY SIZE
                          HV-TOUR-LANGUAGE     DELIMITED BY SIZE
                          '  PARTY OF: '       DELIMITED BY SIZE
                          WS-INT-E             DELIMITED BY SIZE
                          '  PER HEAD: '       DELIMITED BY SIZE
                          WS-INT2-E            DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HV-TOUR-CURRENCY-CODE DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSTB END-EXEC
      * THE PRICED BOOKING AS CA013A11 FINALISED IT
           EXEC SQL OPEN CURSOR_DSTS END-EXEC
           MOVE '4400-SEC-TOUR-BOOKINGS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSTS INTO
                        :HV-SDIS-BOOKING-REF
                       ,:HV-SDIS-TOUR-PLACE
                       ,:HV-SDIS-DATE
                       ,:HV-SDIS-FINAL-PRICE
                       ,:HV-SDIS-DISCOUNT
                       ,:HV-SDIS-GROUP-DISCOUNT
                       ,:HV-SDIS-CURRENCY-CODE
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4400-SEC-TOUR-BOOKINGS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-SDIS-FINAL-PRICE    TO WS-INT-E
                   MOVE HV-SDIS-DISCOUNT       TO WS-INT2-E
                   MOVE HV-SDIS-GROUP-DISCOUNT TO WS-AMT-E
                   STRING '  PRICED BOOKING: ' DELIMITED BY SIZE
                          HV-SDIS-BOOKING-REF  DELIMITED BY SIZE
                          '  TOUR: '           DELIMITED BY SIZE
                          HV-SDIS-TOUR-PLACE   DELIMITED BY SIZE
                          '  DATE: '           DELIMITED BY SIZE
                          HV-SDIS-DATE         DELIMITED BY SIZE
                          '  FINAL PRICE: '    DELIMITED BY SIZE
                          WS-INT-E             DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HV-SDIS-CURRENCY-CODE DELIMITED BY SIZE
                          '  DISCOUNT: '       DELIMITED BY SIZE
                          WS-INT2-E            DELIMITED BY SIZE
                          '  GROUP DISCOUNT: ' DELIMITED BY SIZE
                          WS-AMT-E             DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSTS END-EXEC.
       4410-TOUR-BOOKINGS-ROWS-END. EXIT.

       4500-SEC-TOUR-PAYMENTS.
           MOVE 'TOUR BOOKING PAYMENTS' TO WS-NEW-SEC-TITLE
           MOVE 'TOUR_BOOKING_PAYMENTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-TOUR-ID NOT = SPACES
               PERFORM 4510-TOUR-PAYMENTS-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4500-SEC-TOUR-PAYMENTS-END. EXIT.

       4510-TOUR-PAYMENTS-ROWS.
           EXEC SQL OPEN CURSOR_DSTP END-EXEC
           MOVE '4500-SEC-TOUR-PAYMENTS' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSTP INTO
                        :HV-TBP-BOOKING-REF
                       ,:HV-TBP-PAY-TYPE
                       ,:HV-TBP-AMOUNT-DUE
                       ,:HV-TBP-DUE-DATE
                       ,:HV-TBP-AMOUNT-PAID
                       ,:HV-TBP-PAID-DATE
                       ,:HV-TBP-PAY-STATUS
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4500-SEC-TOUR-PAYMENTS' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-TBP-AMOUNT-DUE  TO WS-INT-E
                   MOVE HV-TBP-AMOUNT-PAID TO WS-INT2-E
                   STRING '  BOOKING: '       DELIMITED BY SIZE
                          HV-TBP-BOOKING-REF  DELIMITED BY SIZE
                          '  PAYMENT: '       DELIMITED BY SIZE
                          HV-TBP-PAY-TYPE     DELIMITED BY SIZE
                          '  DUE: '           DELIMITED BY SIZE
                          WS-INT-E            DELIMITED BY SIZE
                          ' ON '              DELIMITED BY SIZE
                          HV-TBP-DUE-DATE     DELIMITED BY SIZE
                          '  PAID: '          DELIMITED BY SIZE
                          WS-INT2-E           DELIMITED BY SIZE
                          ' ON '              DELIMITED BY SIZE
                          HV-TBP-PAID-DATE    DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-TBP-PAY-STATUS   DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSTP END-EXEC.
       4510-TOUR-PAYMENTS-ROWS-END. EXIT.

       4600-SEC-TOUR-PARTICIPANT.
           MOVE 'TOUR PARTICIPANT' TO WS-NEW-SEC-TITLE
           MOVE 'TOUR_PARTICIPANTS' TO WS-NEW-SEC-SOURCE
           PERFORM 8200-START-SECTION
           IF WS-SUB-TOUR-ID NOT = SPACES
               PERFORM 4610-TOUR-PARTICIPANT-ROWS
           END-IF
           PERFORM 8400-END-SECTION.
       4600-SEC-TOUR-PARTICIPANT-END. EXIT.

       4610-TOUR-PARTICIPANT-ROWS.
           EXEC SQL OPEN CURSOR_DSTR END-EXEC
           MOVE '4600-SEC-TOUR-PARTICIPANT' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           PERFORM UNTIL SQLCODE = DB2-NOTFND
               EXEC SQL
                   FETCH CURSOR_DSTR INTO
                        :HV-TPT-BOOKING-REF
                       ,:HV-TPT-PART-SEQ
                       ,:HV-TPT-PART-NAME
                       ,:HV-TPT-PHONE
                       ,:HV-TPT-ID-NUMBER
                       ,:HV-TPT-PART-STATUS
               END-EXEC
               IF SQLCODE = DB2-NOTFND
                   CONTINUE
               ELSE
                   MOVE '4600-SEC-TOUR-PARTICIPANT' TO WS-SQLERR-PARA
                   PERFORM H003-SQL-HANDLER
                   MOVE HV-TPT-PART-SEQ TO WS-INT-E
                   STRING '  BOOKING: '       DELIMITED BY SIZE
                          HV-TPT-BOOKING-REF  DELIMITED BY SIZE
                          '  TRAVELLER NO: '  DELIMITED BY SIZE
                          WS-INT-E            DELIMITED BY SIZE
                          '  NAME: '          DELIMITED BY SIZE
                          HV-TPT-PART-NAME    DELIMITED BY SIZE
                          '  PHONE: '         DELIMITED BY SIZE
                          HV-TPT-PHONE        DELIMITED BY SIZE
                          '  ID NUMBER: '     DELIMITED BY SIZE
                          HV-TPT-ID-NUMBER    DELIMITED BY SIZE
                          '  STATUS: '        DELIMITED BY SIZE
                          HV-TPT-PART-STATUS  DELIMITED BY SIZE
                          INTO WS-LINE
                   END-STRING
                   PERFORM 8300-WRITE-ROW
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSOR_DSTR END-EXEC.
       4610-TOUR-PARTICIPANT-ROWS-END. EXIT.

      ******************************************************************
      * 5000-FULFIL-REQUEST: STAMPS THE FULFILMENT DATE AND ROW COUNT. *
      * A PERSON WE HOLD NOTHING ON STILL GETS AN ANSWER - THE REQUEST *
      * CLOSES AS 'NO-MATCH' WITH THE EMPTY EXPORT AS THE RESPONSE.    *
      ******************************************************************
       5000-FULFIL-REQUEST.
           IF WS-ROW-TOTAL = 0
               MOVE 'NO-MATCH'  TO HV-DSR-STATUS
           ELSE
               MOVE 'FULFILLED' TO HV-DSR-STATUS
           END-IF
           MOVE WS-REQ-ID    TO HV-DSR-REQUEST-ID
           MOVE WS-ROW-TOTAL TO HV-DSR-ROWS-EXPORTED
           EXEC SQL
               UPDATE TB_DSAR_REQUESTS
               SET REQ_STATUS     = :HV-DSR-STATUS
                  ,FULFILLED_DATE = CURRENT DATE
                  ,ROWS_EXPORTED  = :HV-DSR-ROWS-EXPORTED
               WHERE REQUEST_ID = :HV-DSR-REQUEST-ID
           END-EXEC
           MOVE '5000-FULFIL-REQUEST' TO WS-SQLERR-PARA
           PERFORM H003-SQL-HANDLER
           EXEC SQL COMMIT END-EXEC.
       5000-FULFIL-REQUEST-END. EXIT.

      ******************************************************************
      * 5100-WRITE-COVER-INDEX: THE SHEET ON TOP OF THE EXPORT - WHO   *
      * IT IS FOR, THE DEADLINE AND WHEN IT WAS MET, AND EACH SECTION  *
      * WITH ITS ROW COUNT AND THE EXPORT LINE IT STARTS ON. AN SSN    *
      * KEY IS SHOWN MASKED HERE; THE FULL VALUE IS IN THE EXPORT.     *
      ******************************************************************
       5100-WRITE-COVER-INDEX.
           MOVE WS-PARM-KEY TO WS-REQ-KEY-SHOWN
           IF WS-PARM-KEY-TYPE = 'SSN '
               MOVE 'XXX-XX-' TO WS-REQ-KEY-SHOWN (1:7)
           END-IF
           MOVE 'DATA SUBJECT ACCESS REQUEST - COVER INDEX'
               TO O-DSIX-REC
           WRITE O-DSIX-REC
           MOVE SPACES TO O-DSIX-REC
           WRITE O-DSIX-REC
           STRING 'REQUEST ID. . . . : ' DELIMITED BY SIZE
                  WS-REQ-ID              DELIMITED BY SIZE
                  INTO O-DSIX-REC
           END-STRING
           WRITE O-DSIX-REC
           MOVE SPACES TO O-DSIX-REC
           STRING 'IDENTIFIED BY . . : ' DELIMITED BY SIZE
                  WS-PARM-KEY-TYPE       DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-REQ-KEY-SHOWN       DELIMITED BY SIZE
                  INTO O-DSIX-REC
           END-STRING
           WRITE O-DSIX-REC
           MOVE SPACES TO O-DSIX-REC
           STRING 'CUSTOMER ID . . . : ' DELIMITED BY SIZE
                  WS-SUB-CUST-ID         DELIMITED BY SIZE
                  '   TOUR CUSTOMER ID: ' DELIMITED BY SIZE
                  WS-SUB-TOUR-ID         DELIMITED BY SIZE
                  INTO O-DSIX-REC
           END-STRING
           WRITE O-DSIX-REC
           MOVE SPACES TO O-DSIX-REC
           STRING 'RECEIVED. . . . . : ' DELIMITED BY SIZE
                  WS-REQ-RCVD            DELIMITED BY SIZE
                  '   DUE BY: '          DELIMITED BY SIZE
                  WS-REQ-DUE             DELIMITED BY SIZE
                  '   FULFILLED: '       DELIMITED BY SIZE
                  WS-REQ-TODAY           DELIMITED BY SIZE
                  INTO O-DSIX-REC
           END-STRING
           WRITE O-DSIX-REC
      * ISO DATES COMPARE CORRECTLY AS TEXT
           IF WS-REQ-TODAY > WS-REQ-DUE
               MOVE '*** FULFILLED AFTER THE STATUTORY DUE DATE ***'
                   TO O-DSIX-REC
               WRITE O-DSIX-REC
           END-IF
           MOVE WS-ROW-TOTAL TO WS-COUNT-E
           MOVE SPACES TO O-DSIX-REC
           STRING 'ROWS EXPORTED . . : ' DELIMITED BY SIZE
                  WS-COUNT-E             DELIMITED BY SIZE
                  INTO O-DSIX-REC
           END-STRING
           WRITE O-DSIX-REC
           MOVE SPACES TO O-DSIX-REC
           WRITE O-DSIX-REC
           MOVE 'SEC  CONTENTS                                 ROWS'
               TO O-DSIX-REC
           MOVE 'STARTS AT LINE' TO O-DSIX-REC (56:14)
           WRITE O-DSIX-REC
           MOVE 1 TO WS-SEC-IDX
           PERFORM UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-IDX                TO WS-SEC-NO-E
               MOVE WS-SEC-ROWS-T(WS-SEC-IDX) TO WS-COUNT-E
               MOVE WS-SEC-START(WS-SEC-IDX)  TO WS-START-E
               MOVE SPACES TO O-DSIX-REC
               STRING ' '                     DELIMITED BY SIZE
                      WS-SEC-NO-E             DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-SEC-TITLE(WS-SEC-IDX) DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-COUNT-E              DELIMITED BY SIZE
                      '       '               DELIMITED BY SIZE
                      WS-START-E              DELIMITED BY SIZE
                      INTO O-DSIX-REC
               END-STRING
               WRITE O-DSIX-REC
               ADD 1 TO WS-SEC-IDX
           END-PERFORM.
       5100-WRITE-COVER-INDEX-END. EXIT.

      ******************************************************************
      * EXPORT LINE HANDLING - WS-LINE IS BUILT BY THE CALLER AND      *
      * CLEARED AGAIN ONCE WRITTEN. A ROW'S FIRST LINE GOES THROUGH    *
      * 8300 SO IT IS COUNTED; ITS CONTINUATION LINES THROUGH 8100.    *
      ******************************************************************
       8100-WRITE-LINE.
           MOVE WS-LINE TO O-DSAR-REC
           WRITE O-DSAR-REC
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-LINE.
       8100-WRITE-LINE-END. EXIT.

       8200-START-SECTION.
           ADD 1 TO WS-SEC-COUNT
           MOVE ZEROES TO WS-SEC-ROWS
           MOVE WS-SEC-COUNT TO WS-SEC-NO-E
           MOVE WS-NEW-SEC-TITLE TO WS-SEC-TITLE(WS-SEC-COUNT)
           PERFORM 8100-WRITE-LINE
           STRING 'SECTION '         DELIMITED BY SIZE
                  WS-SEC-NO-E        DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  WS-NEW-SEC-TITLE   DELIMITED BY '  '
                  '   (HELD IN: '    DELIMITED BY SIZE
                  WS-NEW-SEC-SOURCE  DELIMITED BY '  '
                  ')'                DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           PERFORM 8100-WRITE-LINE
           MOVE WS-LINE-COUNT TO WS-SEC-START(WS-SEC-COUNT).
       8200-START-SECTION-END. EXIT.

       8300-WRITE-ROW.
           ADD 1 TO WS-SEC-ROWS
           ADD 1 TO WS-ROW-TOTAL
           PERFORM 8100-WRITE-LINE.
       8300-WRITE-ROW-END. EXIT.

       8400-END-SECTION.
           IF WS-SEC-ROWS = 0
               MOVE '  WE HOLD NO DATA ON YOU OF THIS KIND.' TO WS-LINE
               PERFORM 8100-WRITE-LINE
           END-IF
           MOVE WS-SEC-ROWS TO WS-SEC-ROWS-T(WS-SEC-COUNT).
       8400-END-SECTION-END. EXIT.

       9050-CONTROL-TOTALS-REPORT.
           DISPLAY ' '
           DISPLAY '==========================================='
           DISPLAY 'PGMDSAR - END OF JOB CONTROL TOTALS'
           DISPLAY '==========================================='
           DISPLAY 'REQUEST ID . . . . . . . . : ' WS-REQ-ID
           DISPLAY 'REQUEST STATUS . . . . . . : ' HV-DSR-STATUS
           DISPLAY 'SECTIONS WRITTEN . . . . . : ' WS-SEC-COUNT
           DISPLAY 'ROWS EXPORTED. . . . . . . : ' WS-ROW-TOTAL
           DISPLAY 'EXPORT LINES WRITTEN . . . : ' WS-LINE-COUNT
           DISPLAY '==========================================='.
       9050-CONTROL-TOTALS-REPORT-END. EXIT.

       9000-TERM.
           CLOSE O-DSAR-PS
           CLOSE O-DSIX-PS
           DISPLAY 'PGMDSAR - DATA SUBJECT ACCESS EXPORT COMPLETE'
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
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERM
           END-IF.
       H003-SQL-HANDLER-END. EXIT.

       H010-LOG-SQL-ERROR.
           MOVE 'PGMDSAR'       TO HV-ERL-PROGRAM-ID
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
