      ******************************************************************
      * DCLGEN TABLE(TB_DEATH_CASES)                                   *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBDTHCAS))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-DTC-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * UNCLAIMED-DEATH FOLLOW-UP CASES. PGMDMFM OPENS ONE ROW PER     *
      * HOLDER ('HLD') OR CO-HOLDER ('COH') OF AN IN-FORCE POLICY      *
      * FOUND ON THE MONTHLY DEATH MASTER FILE. MATCH_RULE 'FULL' IS   *
      * SSN, NAME AND DOB ALL AGREEING, 'SSN' IS THE SSN AND ONE OF    *
      * THE OTHER TWO, 'NMDB' IS NAME AND DOB WHERE WE HOLD NO SSN.    *
      * WHILE CASE_STATUS IS 'OPEN' THE POLICY IS NOT LAPSED OR SENT   *
      * PREMIUM REMINDERS. A DEATH CLAIM FILED ON POL3 MOVES THE CASE  *
      * TO 'CLAIMED'; PGMDMFM PARM 'CLOSE' MOVES A FALSE MATCH TO      *
      * 'CLOSED'; PGMESCH MOVES A CASE STILL OPEN PAST THE STATUTORY   *
      * PERIOD TO 'ESCHEAT'. MANDATE_SUSP 'Y' MEANS THE MATCH          *
      * SUSPENDED AN ACTIVE AUTOPAY MANDATE, SO CLOSING A FALSE MATCH  *
      * PUTS IT BACK. LAST_CONTACT_DATE IS THE LAST PGMESCH            *
      * DUE-DILIGENCE EXTRACT THE CASE'S NOMINEES WENT OUT ON.         *
      ******************************************************************
           EXEC SQL DECLARE TB_DEATH_CASES TABLE
           ( CASE_ID                        CHAR(10) NOT NULL,
             POL_ID                         CHAR(10) NOT NULL,
             PARTY_TYPE                     CHAR(3)  NOT NULL,
             PARTY_NAME                     CHAR(20) NOT NULL,
             DMF_SSN                        CHAR(11) NOT NULL,
             DMF_NAME                       CHAR(40) NOT NULL,
             DATE_OF_DEATH                  DATE,
             MATCH_RULE                     CHAR(4)  NOT NULL,
             CASE_STATUS                    CHAR(8)  NOT NULL,
             MANDATE_SUSP                   CHAR(1)  NOT NULL,
             OPEN_DATE                      DATE     NOT NULL,
             LAST_CONTACT_DATE              DATE,
             CLOSED_BY                      CHAR(10),
             CLOSE_DATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_DEATH_CASES                     *
      ******************************************************************
       01  DCLTB-DEATH-CASES.
           10 HV-DTC-CASE-ID       PIC X(10).
           10 HV-DTC-POL-ID        PIC X(10).
           10 HV-DTC-PARTY-TYPE    PIC X(3).
           10 HV-DTC-PARTY-NAME    PIC X(20).
           10 HV-DTC-DMF-SSN       PIC X(11).
           10 HV-DTC-DMF-NAME      PIC X(40).
           10 HV-DTC-DOD           PIC X(10).
           10 HV-DTC-MATCH-RULE    PIC X(4).
           10 HV-DTC-STATUS        PIC X(8).
           10 HV-DTC-MANDATE-SUSP  PIC X(1).
           10 HV-DTC-OPEN-DATE     PIC X(10).
           10 HV-DTC-CONTACT-DATE  PIC X(10).
           10 HV-DTC-CLOSED-BY     PIC X(10).
           10 HV-DTC-CLOSE-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
