      ******************************************************************
      * DCLGEN TABLE(TB_GROUP_CERTIFICATES)                            *
      *        LIBRARY(ARI011.KELVIN.TRNING.FINAL.PDS(TBGRPCRT))       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HV-GCT-)                                          *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE MEMBER CERTIFICATE UNDER A TB_GROUP_MASTER POLICY - THE    *
      * MEMBER IS THE INSURED, KNOWN TO THE EMPLOYER BY EMPLOYEE_ID.   *
      * THE CERTIFICATE'S NOMINEES SIT ON TB_POLICY_NOMINEE UNDER      *
      * POL_ID = CERT_ID, SO THE DEATH-CLAIM SPLIT WORKS THE SAME AS   *
      * FOR AN INDIVIDUAL POLICY. ADDED AND TERMINATED BY THE          *
      * EMPLOYER'S MONTHLY JOINER/LEAVER FILE (PGMGRPI). BILLED_THRU   *
      * IS THE LAST DAY THE MEMBER HAS BEEN BILLED FOR - ALWAYS A      *
      * MONTH END WHILE 'ACTIVE' (THE JOIN MONTH IS PRO-RATED ON       *
      * TB_GROUP_ADJUSTMENTS) AND THE TERM_DATE ONCE 'TERMED'.         *
      ******************************************************************
           EXEC SQL DECLARE TB_GROUP_CERTIFICATES TABLE
           ( CERT_ID                        CHAR(10) NOT NULL,
             GROUP_ID                       CHAR(10) NOT NULL,
             EMPLOYEE_ID                    CHAR(10) NOT NULL,
             MEMBER_NAME                    VARCHAR(20) NOT NULL,
             MEMBER_SSN                     CHAR(11) NOT NULL,
             MEMBER_DOB                     DATE     NOT NULL,
             SUM_ASSURED                    DECIMAL(7, 0) NOT NULL,
             MONTHLY_PREMIUM                DECIMAL(7, 0) NOT NULL,
             JOIN_DATE                      DATE     NOT NULL,
             TERM_DATE                      DATE,
             BILLED_THRU                    DATE     NOT NULL,
             CERT_STATUS                    CHAR(8)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TB_GROUP_CERTIFICATES              *
      ******************************************************************
       01  DCLTB-GROUP-CERTIFICATES.
           10 HV-GCT-CERT-ID       PIC X(10).
           10 HV-GCT-GROUP-ID      PIC X(10).
           10 HV-GCT-EMPLOYEE-ID   PIC X(10).
           10 HV-GCT-MEMBER-NAME.
              49 HV-GCT-MEMBER-LEN   PIC S9(4) USAGE COMP.
              49 HV-GCT-MEMBER-TEXT  PIC X(20).
           10 HV-GCT-MEMBER-SSN    PIC X(11).
           10 HV-GCT-MEMBER-DOB    PIC X(10).
           10 HV-GCT-SUM-ASSURED   PIC S9(7)V USAGE COMP-3.
           10 HV-GCT-MONTHLY-PREM  PIC S9(7)V USAGE COMP-3.
           10 HV-GCT-JOIN-DATE     PIC X(10).
           10 HV-GCT-TERM-DATE     PIC X(10).
           10 HV-GCT-BILLED-THRU   PIC X(10).
           10 HV-GCT-STATUS        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      * MOD LOG:                                                       *
      *  2026-10-15 KC - INITIAL VERSION                                *
      ******************************************************************
