      ******************************************************************
      * DCLGEN TABLE(TB_SALES_LEADS)                                   *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBLEADS))        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-LED-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER SALES LEAD AN AGENT IS EXPECTED TO FOLLOW UP.      *
      * LEAD_SOURCE SAYS WHICH JOB RAISED IT: 'XSEL' (PGMXSEL CROSS-   *
      * SELL QUOTE), 'RNWL' (PGMRNWL RENEWAL OFFER), 'REM ' (PGMREM    *
      * PREMIUM REMINDER) OR 'QUOT' (PGMLEAD - AN OPEN TB_QUOTES ROW   *
      * CLOSE TO EXPIRY). SOURCE_REF IS THE QUOTE_ID FOR XSEL/QUOT AND *
      * THE POL_ID FOR RNWL/REM; A FEEDER NEVER RAISES A SECOND LEAD   *
      * WHILE ONE IS STILL LIVE ON THE SAME SOURCE AND SOURCE_REF.     *
      * AGENT_ID IS THE AGENT OF RECORD, OR '*POOL*' WHEN THAT AGENT   *
      * HAS NO ACTIVE LOGON - THE FIRST AGENT TO RECORD AN OUTCOME ON  *
      * A POOL LEAD (LED1, AGENT MENU 'I') TAKES IT OVER. LEAD_STATUS  *
      * IS OPEN, CONTACTED OR NOANSWER WHILE LIVE AND DECLINED OR      *
      * CONVERTED ONCE CLOSED; A CONVERTED LEAD CARRIES THE POL_ID IT  *
      * TURNED INTO IN CONV_POL_ID. QUOTE CONVERSION ON QUO1 AND THE   *
      * PGMRNWL ACCEPT/DECLINE PARMS CLOSE THEIR LEADS THEMSELVES.     *
      ******************************************************************
           EXEC SQL DECLARE TB_SALES_LEADS TABLE
           ( LEAD_ID                        CHAR(10) NOT NULL,
             LEAD_SOURCE                    CHAR(4)  NOT NULL,
             SOURCE_REF                     CHAR(10) NOT NULL,
             POL_ID                         CHAR(10),
             CUST_ID                        CHAR(10),
             PROSPECT_NAME                  VARCHAR(20),
             PHONE                          CHAR(12),
             AGENT_ID                       CHAR(10) NOT NULL,
             CREATED_DATE                   DATE     NOT NULL,
             DUE_DATE                       DATE,
             LEAD_STATUS                    CHAR(9)  NOT NULL,
             ATTEMPTS                       DECIMAL(3, 0) NOT NULL,
             OUTCOME_DATE                   DATE,
             OUTCOME_BY                     CHAR(10),
             CONV_POL_ID                    CHAR(10),
             NOTE_TEXT                      VARCHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_SALES_LEADS                     *
      ******************************************************************
       01  DCLTB-SALES-LEADS.
           10 HV-LED-LEAD-ID       PIC X(10).
           10 HV-LED-SOURCE        PIC X(4).
           10 HV-LED-SOURCE-REF    PIC X(10).
           10 HV-LED-POL-ID        PIC X(10).
           10 HV-LED-CUST-ID       PIC X(10).
           10 HV-LED-PROSPECT-NAME.
              49 HV-LED-NAME-LEN   PIC S9(4) USAGE COMP.
              49 HV-LED-NAME-TEXT  PIC X(20).
           10 HV-LED-PHONE         PIC X(12).
           10 HV-LED-AGENT-ID      PIC X(10).
           10 HV-LED-CREATED-DATE  PIC X(10).
           10 HV-LED-DUE-DATE      PIC X(10).
           10 HV-LED-STATUS        PIC X(9).
           10 HV-LED-ATTEMPTS      PIC S9(3)V USAGE COMP-3.
           10 HV-LED-OUTCOME-DATE  PIC X(10).
           10 HV-LED-OUTCOME-BY    PIC X(10).
           10 HV-LED-CONV-POL-ID   PIC X(10).
           10 HV-LED-NOTE-TEXT.
              49 HV-LED-NOTE-LEN   PIC S9(4) USAGE COMP.
              49 HV-LED-NOTE-DATA  PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
