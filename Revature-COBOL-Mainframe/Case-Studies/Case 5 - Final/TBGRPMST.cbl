      ******************************************************************
      * DCLGEN TABLE(TB_GROUP_MASTER)                                  *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBGRPMST))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GRP-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE EMPLOYER GROUP MASTER POLICY. THE EMPLOYER, WHO TO SEND    *
      * THE BILL TO, AND THE PLAN EVERY MEMBER IS COVERED UNDER -      *
      * PLAN_TYPE IS A TB_POLICY_TYPES POL_TYPE, AND EACH MEMBER       *
      * CERTIFICATE (TB_GROUP_CERTIFICATES) TAKES MEMBER_SUM_ASSURED   *
      * AND THE NEGOTIATED MEMBER_PREMIUM PER MONTH FROM HERE WHEN IT  *
      * JOINS. SET UP FROM THE AGENT MENU 'D' OPTION (3159) UNDER A    *
      * TB_ID_CONTROL 'GRPM' ID. GROUP_STATUS IS 'ACTIVE' WHILE THE    *
      * EMPLOYER IS BILLED (PGMGRPB) AND 'CLOSED' ONCE IT IS NOT.      *
      ******************************************************************
           EXEC SQL DECLARE TB_GROUP_MASTER TABLE
           ( GROUP_ID                       CHAR(10) NOT NULL,
             EMPLOYER_NAME                  VARCHAR(30) NOT NULL,
             BILL_CONTACT                   VARCHAR(20) NOT NULL,
             BILL_PHONE                     CHAR(12),
             BILL_EMAIL                     CHAR(30),
             BILL_ADDRESS                   CHAR(40),
             PLAN_TYPE                      CHAR(3)  NOT NULL,
             MEMBER_SUM_ASSURED             DECIMAL(7, 0) NOT NULL,
             MEMBER_PREMIUM                 DECIMAL(7, 0) NOT NULL,
             CURRENCY_CODE                  CHAR(3)  NOT NULL,
             AGENT_ID                       CHAR(10) NOT NULL,
             EFF_DATE                       DATE     NOT NULL,
             GROUP_STATUS                   CHAR(8)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_GROUP_MASTER                    *
      ******************************************************************
       01  DCLTB-GROUP-MASTER.
           10 HV-GRP-GROUP-ID      PIC X(10).
           10 HV-GRP-EMPLOYER.
              49 HV-GRP-EMPLOYER-LEN  PIC S9(4) USAGE COMP.
              49 HV-GRP-EMPLOYER-TEXT PIC X(30).
           10 HV-GRP-CONTACT.
              49 HV-GRP-CONTACT-LEN   PIC S9(4) USAGE COMP.
              49 HV-GRP-CONTACT-TEXT  PIC X(20).
           10 HV-GRP-BILL-PHONE    PIC X(12).
           10 HV-GRP-BILL-EMAIL    PIC X(30).
           10 HV-GRP-BILL-ADDRESS  PIC X(40).
           10 HV-GRP-PLAN-TYPE     PIC X(3).
           10 HV-GRP-MEMBER-SUM    PIC S9(7)V USAGE COMP-3.
           10 HV-GRP-MEMBER-PREM   PIC S9(7)V USAGE COMP-3.
           10 HV-GRP-CURRENCY-CODE PIC X(3).
           10 HV-GRP-AGENT-ID      PIC X(10).
           10 HV-GRP-EFF-DATE      PIC X(10).
           10 HV-GRP-STATUS        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
