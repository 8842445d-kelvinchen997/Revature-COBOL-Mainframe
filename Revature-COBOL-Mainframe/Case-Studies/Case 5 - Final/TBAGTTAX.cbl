      ******************************************************************
      * DCLGEN TABLE(TB_AGENT_TAX_INFO)                                *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBAGTTAX))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-ATX-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER AGENT - THE TAXPAYER ID AND LEGAL NAME THE AGENT,  *
      * AS AN INDEPENDENT CONTRACTOR, DECLARED FOR TAX PURPOSES.       *
      * PGMCTAX REPORTS THE AGENT'S YEAR'S COMMISSION INCOME UNDER     *
      * THIS ID; AN AGENT WITH NO ROW, OR A BLANK TAX_ID, IS STILL     *
      * REPORTED BUT GOES ON THE NOTAXID EXCEPTIONS LIST FOR THE TAX   *
      * TEAM TO CHASE. LEGAL_NAME, WHEN GIVEN, IS REPORTED IN PLACE OF *
      * THE TB_ACCOUNTS LOGON NAME.                                    *
      ******************************************************************
           EXEC SQL DECLARE TB_AGENT_TAX_INFO TABLE
           ( AGENT_ID                       CHAR(10) NOT NULL,
             TAX_ID                         CHAR(11),
             LEGAL_NAME                     VARCHAR(20),
             UPDATED_DATE                   DATE     NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_AGENT_TAX_INFO                  *
      ******************************************************************
       01  DCLTB-AGENT-TAX-INFO.
           10 HV-ATX-AGENT-ID      PIC X(10).
           10 HV-ATX-TAX-ID        PIC X(11).
           10 HV-ATX-LEGAL-NAME.
              49 HV-ATX-NAME-LEN   PIC S9(4) USAGE COMP.
              49 HV-ATX-NAME-TEXT  PIC X(20).
           10 HV-ATX-UPDATED-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
